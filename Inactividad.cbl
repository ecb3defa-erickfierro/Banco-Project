      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Deteccion mensual de cuentas inactivas. Recorre       *
      *          BD-CUENTAS y, por cada cuenta activa, busca en        *
      *          BD-HISTORICO con START por cuenta el ultimo           *
      *          movimiento iniciado por el cliente. Las cuentas sin   *
      *          actividad por los meses que fija su producto en el    *
      *          tarifario de productos pasan a estado inactiva, cada  *
      *          cambio queda en LOG-TRANSACCIONES (opcion 29) y sale  *
      *          en el reporte de inactividad del mes con su saldo y   *
      *          sus meses sin movimiento.                             *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El pago de servicios en el cajero (33)     *
      *                     cuenta como actividad del cliente          *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: La reactivacion en oficina (opcion 30)     *
      *                     cuenta como ultima actividad de la cuenta  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El asiento de la opcion 29 lleva la fecha  *
      *                     del dia de negocio abierto                 *
      *                     (fecha-negocio.txt), porque la bitacora ya *
      *                     fue rotada. Una cuenta que no se puede     *
      *                     regrabar como inactiva no se reporta ni va *
      *                     a la bitacora; se cuenta aparte            *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACTIVIDAD-CUENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BD-CUENTAS
           ASSIGN TO "..\assets/cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-CUENTA
           ALTERNATE RECORD KEY IS NUMERO-TARJETA
           FILE STATUS IS ESTADO-ARCHIVO-CUENTAS.

           SELECT OPTIONAL BD-HISTORICO
           ASSIGN TO "..\assets/historico-movimientos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-HISTORICO
           FILE STATUS IS ESTADO-ARCHIVO-HISTORICO.

           SELECT OPTIONAL BD-PRODUCTOS
           ASSIGN TO "..\assets/productos-cuenta.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-INACTIVIDAD
           ASSIGN TO DYNAMIC NOMBRE-INACTIVIDAD
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOG-TRANSACCIONES
           ASSIGN TO "..\assets/log-transacciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-NEGOCIO
           ASSIGN TO "..\assets/fecha-negocio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-CUENTAS.
               COPY CUENTAS.

           FD BD-HISTORICO.
               COPY HISTMOV.

           FD BD-PRODUCTOS.
               COPY PRODUCTO.

           FD ARCHIVO-INACTIVIDAD.
               01 LINEA-REPORTE-INACTIVIDAD PIC X(90).

           FD LOG-TRANSACCIONES.
               COPY LOGTRANS.

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 ESTADO-ARCHIVO-HISTORICO PIC X(02).
       77 NOMBRE-INACTIVIDAD PIC X(50).
       77 FLAG-FIN-CUENTAS PIC 9 VALUE 0.
       77 FLAG-FIN-HISTORICO PIC 9 VALUE 0.
       77 FLAG-FIN-PRODUCTOS PIC 9 VALUE 0.
       77 FLAG-PRODUCTO-UBICADO PIC 9 VALUE 0.
       77 TOTAL-PRODUCTOS PIC 9(02) COMP VALUE 0.
       77 IX-PROD PIC 9(02) COMP.
       77 IX-PROD-HALLADO PIC 9(02) COMP.
       77 IX-DENOM PIC 9(02) COMP.
       77 FECHA-SISTEMA PIC 9(08).
       77 HORA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 FECHA-NEGOCIO PIC 9(08).
       77 FLAG-FIN-FECHA-NEG PIC 9 VALUE 0.
       77 MESES-INACTIVIDAD-DEFECTO PIC 9(02) VALUE 12.
       77 MESES-LIMITE PIC 9(02).
       77 FECHA-PRIMER-MOVIMIENTO PIC 9(08).
       77 FECHA-ULTIMA-ACTIVIDAD PIC 9(08).
       77 FECHA-REFERENCIA PIC 9(08).
       77 MESES-ABSOLUTOS-CIERRE PIC 9(06) COMP.
       77 MESES-ABSOLUTOS-REFERENCIA PIC 9(06) COMP.
       77 MESES-SIN-ACTIVIDAD PIC S9(04) COMP.
       77 TOTAL-CUENTAS-LEIDAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-CUENTAS-REVISADAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-CUENTAS-INACTIVADAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-CUENTAS-SIN-HISTORIA PIC 9(07) COMP VALUE 0.
       77 TOTAL-CUENTAS-NO-GRABADAS PIC 9(07) COMP VALUE 0.
       77 SALDO-INACTIVADO PIC S9(11)V99 COMP-3 VALUE 0.

       01 FECHA-DESGLOSADA.
           05 ANIO-DESGLOSADO        PIC 9(04).
           05 MES-DESGLOSADO         PIC 9(02).
           05 DIA-DESGLOSADO         PIC 9(02).
       01 FECHA-DESGLOSADA-NUM REDEFINES FECHA-DESGLOSADA PIC 9(08).

       01 TABLA-PRODUCTOS.
           05 PRODUCTO-TAB OCCURS 5 TIMES.
               10 TIPO-PRODUCTO-TAB      PIC X(01).
               10 MESES-PRODUCTO-TAB     PIC 9(02).

       01 LINEA-TITULO-INACTIVIDAD.
           05 FILLER                 PIC X(34)
               VALUE "CUENTAS PASADAS A INACTIVAS - DIA ".
           05 FECHA-TITULO           PIC 9(08).

       01 LINEA-ENCABEZADO-INACTIVIDAD.
           05 FILLER                 PIC X(12) VALUE "CUENTA".
           05 FILLER                 PIC X(32) VALUE "TITULAR".
           05 FILLER                 PIC X(18) VALUE "           SALDO".
           05 FILLER                 PIC X(12) VALUE "ULT. ACTIV.".
           05 FILLER                 PIC X(06) VALUE "MESES".
           05 FILLER                 PIC X(04) VALUE "PROD".

       01 LINEA-DETALLE-INACTIVIDAD.
           05 CUENTA-DETALLE         PIC 9(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TITULAR-DETALLE        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SALDO-DETALLE          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 ULTIMA-DETALLE         PIC 9(08).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 MESES-DETALLE          PIC ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 PRODUCTO-DETALLE       PIC X(01).

       01 LINEA-TOTAL-INACTIVIDAD.
           05 FILLER                 PIC X(22)
               VALUE "CUENTAS INACTIVADAS: ".
           05 CANTIDAD-TOTAL         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(15)
               VALUE "   SALDO TOTAL ".
           05 SALDO-TOTAL            PIC --,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*       DETECCION DE CUENTAS INACTIVAS            *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           PERFORM 9410-OBTENER-FECHA-NEGOCIO
           MOVE FECHA-CERRADA TO FECHA-DESGLOSADA-NUM
           COMPUTE MESES-ABSOLUTOS-CIERRE =
               ANIO-DESGLOSADO * 12 + MES-DESGLOSADO
           DISPLAY "Dia cerrado: " FECHA-CERRADA
           PERFORM 1100-CARGAR-PRODUCTOS
           MOVE SPACES TO NOMBRE-INACTIVIDAD
           STRING "..\assets/inactividad-" DELIMITED BY SIZE
                  FECHA-CERRADA(1:6) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-INACTIVIDAD
           OPEN I-O BD-CUENTAS
           OPEN INPUT BD-HISTORICO
           OPEN OUTPUT ARCHIVO-INACTIVIDAD
           MOVE FECHA-CERRADA TO FECHA-TITULO
           WRITE LINEA-REPORTE-INACTIVIDAD
               FROM LINEA-TITULO-INACTIVIDAD
           WRITE LINEA-REPORTE-INACTIVIDAD
               FROM LINEA-ENCABEZADO-INACTIVIDAD
           .

      ******************************************************************
      * Los meses de inactividad salen del tarifario de productos; un  *
      * producto sin el dato (formato anterior o cero) usa el plazo    *
      * por defecto.                                                   *
      ******************************************************************
       1100-CARGAR-PRODUCTOS.
           MOVE 0 TO FLAG-FIN-PRODUCTOS
           OPEN INPUT BD-PRODUCTOS
           PERFORM 1110-CARGAR-UN-PRODUCTO
               UNTIL FLAG-FIN-PRODUCTOS = 1
           CLOSE BD-PRODUCTOS
           .

       1110-CARGAR-UN-PRODUCTO.
           READ BD-PRODUCTOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-PRODUCTOS
           END-READ
           IF FLAG-FIN-PRODUCTOS = 0
               IF TOTAL-PRODUCTOS >= 5
                   DISPLAY "*** ATENCION: tabla de productos llena "
                       "(5); productos adicionales se ignoran ***"
                   MOVE 1 TO FLAG-FIN-PRODUCTOS
               ELSE
                   ADD 1 TO TOTAL-PRODUCTOS
                   MOVE TIPO-PRODUCTO
                       TO TIPO-PRODUCTO-TAB(TOTAL-PRODUCTOS)
                   IF MESES-INACTIVIDAD NUMERIC
                       AND MESES-INACTIVIDAD > 0
                       MOVE MESES-INACTIVIDAD
                           TO MESES-PRODUCTO-TAB(TOTAL-PRODUCTOS)
                   ELSE
                       MOVE MESES-INACTIVIDAD-DEFECTO
                           TO MESES-PRODUCTO-TAB(TOTAL-PRODUCTOS)
                   END-IF
               END-IF
           END-IF
           .

       2000-PROCESO-PROGRAMA.
           MOVE 0 TO FLAG-FIN-CUENTAS
           MOVE ZEROS TO NUMERO-CUENTA
           START BD-CUENTAS KEY IS NOT LESS THAN NUMERO-CUENTA
               INVALID KEY MOVE 1 TO FLAG-FIN-CUENTAS
           END-START
           PERFORM 2100-REVISAR-UNA-CUENTA
               UNTIL FLAG-FIN-CUENTAS = 1
           PERFORM 2900-IMPRIMIR-RESUMEN
           .

       2100-REVISAR-UNA-CUENTA.
           READ BD-CUENTAS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-CUENTAS
           END-READ
           IF FLAG-FIN-CUENTAS = 0
               ADD 1 TO TOTAL-CUENTAS-LEIDAS
               IF CUENTA-ACTIVA
                   ADD 1 TO TOTAL-CUENTAS-REVISADAS
                   PERFORM 2200-EVALUAR-CUENTA
               END-IF
           END-IF
           .

      ******************************************************************
      * Sin ningun movimiento del cliente el plazo corre desde el      *
      * primer registro de la cuenta en el historico (normalmente su   *
      * apertura). Una cuenta sin historico no se puede evaluar y solo *
      * se cuenta.                                                     *
      ******************************************************************
       2200-EVALUAR-CUENTA.
           PERFORM 2210-UBICAR-PRODUCTO
           PERFORM 2300-BUSCAR-ULTIMA-ACTIVIDAD
           IF FECHA-ULTIMA-ACTIVIDAD > 0
               MOVE FECHA-ULTIMA-ACTIVIDAD TO FECHA-REFERENCIA
           ELSE
               MOVE FECHA-PRIMER-MOVIMIENTO TO FECHA-REFERENCIA
           END-IF
           IF FECHA-REFERENCIA = 0
               ADD 1 TO TOTAL-CUENTAS-SIN-HISTORIA
           ELSE
               MOVE FECHA-REFERENCIA TO FECHA-DESGLOSADA-NUM
               COMPUTE MESES-ABSOLUTOS-REFERENCIA =
                   ANIO-DESGLOSADO * 12 + MES-DESGLOSADO
               COMPUTE MESES-SIN-ACTIVIDAD = MESES-ABSOLUTOS-CIERRE
                   - MESES-ABSOLUTOS-REFERENCIA
               IF MESES-SIN-ACTIVIDAD >= MESES-LIMITE
                   PERFORM 2400-INACTIVAR-CUENTA
               END-IF
           END-IF
           .

       2210-UBICAR-PRODUCTO.
           MOVE 0 TO FLAG-PRODUCTO-UBICADO
           MOVE MESES-INACTIVIDAD-DEFECTO TO MESES-LIMITE
           IF TIPO-PRODUCTO-CUENTA = SPACE
               MOVE "S" TO TIPO-PRODUCTO-CUENTA
           END-IF
           PERFORM 2215-COMPARAR-UN-PRODUCTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > TOTAL-PRODUCTOS
                   OR FLAG-PRODUCTO-UBICADO = 1
           .

       2215-COMPARAR-UN-PRODUCTO.
           IF TIPO-PRODUCTO-TAB(IX-PROD) = TIPO-PRODUCTO-CUENTA
               MOVE MESES-PRODUCTO-TAB(IX-PROD) TO MESES-LIMITE
               MOVE 1 TO FLAG-PRODUCTO-UBICADO
           END-IF
           .

       2300-BUSCAR-ULTIMA-ACTIVIDAD.
           MOVE 0 TO FECHA-PRIMER-MOVIMIENTO
           MOVE 0 TO FECHA-ULTIMA-ACTIVIDAD
           MOVE 0 TO FLAG-FIN-HISTORICO
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-HIS
           MOVE LOW-VALUES TO FECHA-HORA-HIS
           MOVE 0 TO CONSECUTIVO-HIS
           START BD-HISTORICO KEY IS NOT LESS THAN CLAVE-HISTORICO
               INVALID KEY MOVE 1 TO FLAG-FIN-HISTORICO
           END-START
           PERFORM 2310-LEER-UN-MOVIMIENTO-HIST
               UNTIL FLAG-FIN-HISTORICO = 1
           .

       2310-LEER-UN-MOVIMIENTO-HIST.
           READ BD-HISTORICO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-HISTORICO
           END-READ
           IF FLAG-FIN-HISTORICO = 0
               AND ESTADO-ARCHIVO-HISTORICO NOT = "00"
               MOVE 1 TO FLAG-FIN-HISTORICO
           END-IF
           IF FLAG-FIN-HISTORICO = 0
               IF NUMERO-CUENTA-HIS NOT = NUMERO-CUENTA
                   MOVE 1 TO FLAG-FIN-HISTORICO
               ELSE
                   IF FECHA-PRIMER-MOVIMIENTO = 0
                       MOVE FECHA-HORA-HIS(1:8)
                           TO FECHA-PRIMER-MOVIMIENTO
                   END-IF
                   PERFORM 2320-ANOTAR-ACTIVIDAD-CLIENTE
               END-IF
           END-IF
           .

      ******************************************************************
      * Actividad del cliente: lo que el titular hace en el cajero con *
      * resultado exitoso (login, consulta, retiro, deposito, envio de *
      * transferencia, mini extracto, cambio de clave, captura de      *
      * orden permanente y pago de servicios). No cuentan los abonos   *
      * que recibe, los cargos del banco ni lo que la cadena nocturna  *
      * aplica en su nombre. La reactivacion supervisada en oficina    *
      * (opcion 30) cuenta como actividad, para que la cuenta          *
      * reactivada arranque su plazo de inactividad desde ese dia. El  *
      * historico viene en orden de fecha por cuenta.                  *
      ******************************************************************
       2320-ANOTAR-ACTIVIDAD-CLIENTE.
           IF CODIGO-RESULTADO-HIS = "00"
               AND ID-OPCION-HIS = 30
               MOVE FECHA-HORA-HIS(1:8) TO FECHA-ULTIMA-ACTIVIDAD
           END-IF
           IF CODIGO-RESULTADO-HIS = "00"
               AND TERMINAL-HIS NOT = "BATC"
               AND TERMINAL-HIS NOT = "OFIC"
               AND TERMINAL-HIS NOT = "HOST"
               AND (ID-OPCION-HIS = 00 OR ID-OPCION-HIS = 01
                    OR ID-OPCION-HIS = 02 OR ID-OPCION-HIS = 03
                    OR ID-OPCION-HIS = 06 OR ID-OPCION-HIS = 07
                    OR ID-OPCION-HIS = 14 OR ID-OPCION-HIS = 33
                    OR (ID-OPCION-HIS = 05
                        AND TIPO-MOVIMIENTO-HIS = "D"))
               MOVE FECHA-HORA-HIS(1:8) TO FECHA-ULTIMA-ACTIVIDAD
           END-IF
           .

       2400-INACTIVAR-CUENTA.
           MOVE "I" TO ESTADO-CUENTA
           REWRITE REGISTRO-CUENTA
           IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
               ADD 1 TO TOTAL-CUENTAS-NO-GRABADAS
               DISPLAY "*** No se pudo inactivar la cuenta "
                   NUMERO-CUENTA " (estado " ESTADO-ARCHIVO-CUENTAS
                   ") ***"
           ELSE
               PERFORM 2410-REPORTAR-INACTIVACION
           END-IF
           .

       2410-REPORTAR-INACTIVACION.
           ADD 1 TO TOTAL-CUENTAS-INACTIVADAS
           ADD SALDO-CUENTA TO SALDO-INACTIVADO
           MOVE NUMERO-CUENTA TO CUENTA-DETALLE
           MOVE NOMBRE-CLIENTE TO TITULAR-DETALLE
           MOVE SALDO-CUENTA TO SALDO-DETALLE
           MOVE FECHA-REFERENCIA TO ULTIMA-DETALLE
           MOVE MESES-SIN-ACTIVIDAD TO MESES-DETALLE
           MOVE TIPO-PRODUCTO-CUENTA TO PRODUCTO-DETALLE
           WRITE LINEA-REPORTE-INACTIVIDAD
               FROM LINEA-DETALLE-INACTIVIDAD
           DISPLAY "   " LINEA-DETALLE-INACTIVIDAD
           PERFORM 9500-REGISTRAR-INACTIVACION
           .

       2900-IMPRIMIR-RESUMEN.
           MOVE TOTAL-CUENTAS-INACTIVADAS TO CANTIDAD-TOTAL
           MOVE SALDO-INACTIVADO TO SALDO-TOTAL
           WRITE LINEA-REPORTE-INACTIVIDAD
               FROM LINEA-TOTAL-INACTIVIDAD
           DISPLAY "---------------------------------------------------"
           DISPLAY "RESUMEN DE INACTIVIDAD"
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Cuentas leidas:          " TOTAL-CUENTAS-LEIDAS
           DISPLAY "   Activas revisadas:       "
               TOTAL-CUENTAS-REVISADAS
           DISPLAY "   Pasadas a inactivas:     "
               TOTAL-CUENTAS-INACTIVADAS
           DISPLAY "   Sin historico (omitidas):"
               TOTAL-CUENTAS-SIN-HISTORIA
           DISPLAY "   No grabadas (error):     "
               TOTAL-CUENTAS-NO-GRABADAS
           DISPLAY "   Saldo en cuentas inactivadas: " SALDO-TOTAL
           DISPLAY "Reporte en " NOMBRE-INACTIVIDAD
           .

      ******************************************************************
      * El proceso corre despues de la cadena, con la bitacora ya      *
      * rotada: el asiento lleva la fecha del dia de negocio abierto,  *
      * que es el que la conciliacion siguiente va a cubrir.           *
      ******************************************************************
       9500-REGISTRAR-INACTIVACION.
           ACCEPT HORA-SISTEMA FROM TIME
           STRING FECHA-NEGOCIO DELIMITED BY SIZE
                  HORA-SISTEMA(1:6) DELIMITED BY SIZE
               INTO FECHA-HORA-LOG
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-LOG
           MOVE 29 TO ID-OPCION-LOG
           MOVE 0 TO MONTO-LOG
           SET MOVIMIENTO-NEUTRO TO TRUE
           MOVE "00" TO CODIGO-RESULTADO-LOG
           MOVE "BATCH" TO USUARIO-LOG
           MOVE "BATC" TO TERMINAL-LOG
           PERFORM 9510-LIMPIAR-DETALLE-LOG
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           OPEN EXTEND LOG-TRANSACCIONES
           WRITE REGISTRO-LOG
           CLOSE LOG-TRANSACCIONES
           .

       9510-LIMPIAR-DETALLE-LOG.
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DENOM)
           .

      ******************************************************************
      * El proceso corre despues del cierre sobre el dia de negocio    *
      * cerrado (fecha-cerrada.txt); sin el archivo de control rige la *
      * fecha del sistema.                                             *
      ******************************************************************
       9400-OBTENER-FECHA-CERRADA.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-CERRADA
           MOVE 0 TO FLAG-FIN-FECHA-CER
           OPEN INPUT ARCHIVO-FECHA-CERRADA
           READ ARCHIVO-FECHA-CERRADA NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-FECHA-CER
           END-READ
           IF FLAG-FIN-FECHA-CER = 0
               AND REGISTRO-FECHA-CERRADA > 0
               MOVE REGISTRO-FECHA-CERRADA TO FECHA-CERRADA
           END-IF
           CLOSE ARCHIVO-FECHA-CERRADA
           .

      ******************************************************************
      * El dia de negocio abierto lo fija el cierre de dia del         *
      * operador; sin archivo de control rige la fecha del sistema.    *
      ******************************************************************
       9410-OBTENER-FECHA-NEGOCIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-NEGOCIO
           MOVE 0 TO FLAG-FIN-FECHA-NEG
           OPEN INPUT ARCHIVO-FECHA-NEGOCIO
           READ ARCHIVO-FECHA-NEGOCIO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-FECHA-NEG
           END-READ
           IF FLAG-FIN-FECHA-NEG = 0
               AND REGISTRO-FECHA-NEGOCIO > 0
               MOVE REGISTRO-FECHA-NEGOCIO TO FECHA-NEGOCIO
           END-IF
           CLOSE ARCHIVO-FECHA-NEGOCIO
           .

       3000-FINAL-PROGRAMA.
           CLOSE BD-CUENTAS
           CLOSE BD-HISTORICO
           CLOSE ARCHIVO-INACTIVIDAD
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM INACTIVIDAD-CUENTAS.
