      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Reporte mensual de transacciones en efectivo y de     *
      *          fraccionamiento para cumplimiento. Recorre            *
      *          BD-HISTORICO del mes cerrado (retiros, opcion 02, y   *
      *          depositos con billetes, opcion 03), totaliza el       *
      *          efectivo que entra y sale por cuenta y por cliente,   *
      *          marca cada movimiento igual o superior al umbral y    *
      *          los patrones de varios movimientos justo por debajo   *
      *          del umbral en varios dias dentro de la ventana. Los   *
      *          umbrales y la ventana se leen de                      *
      *          parametros-lavado.txt. Escribe el archivo de ancho    *
      *          fijo para el regulador y el listado de revision de    *
      *          cumplimiento.                                         *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-EFECTIVO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BD-HISTORICO
           ASSIGN TO "..\assets/historico-movimientos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-HISTORICO
           FILE STATUS IS ESTADO-ARCHIVO-HISTORICO.

           SELECT BD-CUENTAS
           ASSIGN TO "..\assets/cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-CUENTA
           ALTERNATE RECORD KEY IS NUMERO-TARJETA
           FILE STATUS IS ESTADO-ARCHIVO-CUENTAS.

           SELECT OPTIONAL ARCHIVO-PARAMETROS-LAVADO
           ASSIGN TO "..\assets/parametros-lavado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-REPORTE-EFECTIVO
           ASSIGN TO DYNAMIC NOMBRE-REPORTE-EFECTIVO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-REVISION
           ASSIGN TO DYNAMIC NOMBRE-REVISION
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABAJO-CLIENTES
           ASSIGN TO "..\assets/trabajo-efectivo.tmp".

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-HISTORICO.
               COPY HISTMOV.

           FD BD-CUENTAS.
               COPY CUENTAS.

           FD ARCHIVO-PARAMETROS-LAVADO.
               COPY PARAMLAV.

           FD ARCHIVO-REPORTE-EFECTIVO.
               COPY REPLAV.

           FD ARCHIVO-REVISION.
               01 LINEA-REPORTE-REVISION PIC X(110).

           SD TRABAJO-CLIENTES.
               01 REGISTRO-TRABAJO-CLIENTE.
                   05 CLIENTE-SRT            PIC X(30).
                   05 CUENTA-SRT             PIC 9(10).
                   05 NUM-ENTRADAS-SRT       PIC 9(05).
                   05 ENTRADAS-SRT           PIC 9(11)V99.
                   05 NUM-SALIDAS-SRT        PIC 9(05).
                   05 SALIDAS-SRT            PIC 9(11)V99.
                   05 SOBRE-UMBRAL-SRT       PIC 9(05).
                   05 FRACCIONA-SRT          PIC X(02).

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY DENOMTBL.

       77 ESTADO-ARCHIVO-HISTORICO PIC X(02).
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 NOMBRE-REPORTE-EFECTIVO PIC X(50).
       77 NOMBRE-REVISION PIC X(50).
       77 FLAG-FIN-HISTORICO PIC 9 VALUE 0.
       77 FLAG-FIN-PARAMETROS PIC 9 VALUE 0.
       77 FLAG-PARAMETROS-OK PIC 9 VALUE 0.
       77 FLAG-FIN-CLIENTES PIC 9 VALUE 0.
       77 FLAG-NOMBRE-LEIDO PIC 9 VALUE 0.
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 MES-REPORTE PIC 9(06).
       77 DIAS-SERIAL PIC 9(08) COMP.
       77 DIAS-SERIAL-MOV PIC 9(08) COMP.
       77 DIAS-SERIAL-INICIO-MES PIC 9(08) COMP.
       77 INICIO-VENTANA-MES PIC 9(08) COMP.
       77 INICIO-VENTANA-MOV PIC 9(08) COMP.
       77 SERIAL-ULTIMO-DIA PIC 9(08) COMP.
       77 ANIO-ANTERIOR PIC 9(04) COMP.
       77 BISIESTOS-DE-4 PIC 9(08) COMP.
       77 BISIESTOS-DE-100 PIC 9(08) COMP.
       77 BISIESTOS-DE-400 PIC 9(08) COMP.
       77 RESIDUO-BISIESTO PIC 9(04).
       77 COCIENTE-BISIESTO PIC 9(04).
       77 IX-DENOM PIC 9(02) COMP.
       77 IX-VENT PIC 9(02) COMP.
       77 TOTAL-VENTANA PIC 9(02) COMP VALUE 0.
       77 MAXIMO-VENTANA PIC 9(02) COMP VALUE 60.
       77 LIMITE-CERCANO PIC S9(09)V99 COMP-3.
       77 EFECTIVO-MOVIMIENTO PIC S9(09)V99 COMP-3.
       77 SENTIDO-MOVIMIENTO PIC X(01).
           88 EFECTIVO-ENTRADA VALUE "E".
           88 EFECTIVO-SALIDA VALUE "S".
       77 MOVIMIENTOS-PATRON PIC 9(02) COMP.
       77 DIAS-PATRON PIC 9(02) COMP.
       77 MONTO-PATRON PIC S9(11)V99 COMP-3.
       77 CUENTA-ANTERIOR PIC 9(10) VALUE 0.
       77 CLIENTE-CUENTA PIC X(30).
       77 NUM-ENTRADAS-CUENTA PIC 9(05) COMP.
       77 ENTRADAS-CUENTA PIC S9(11)V99 COMP-3.
       77 NUM-SALIDAS-CUENTA PIC 9(05) COMP.
       77 SALIDAS-CUENTA PIC S9(11)V99 COMP-3.
       77 SOBRE-UMBRAL-CUENTA PIC 9(05) COMP.
       77 FRACCIONA-ENTRADA-CUENTA PIC X(01).
       77 FRACCIONA-SALIDA-CUENTA PIC X(01).
       77 CLIENTE-ANTERIOR PIC X(30).
       77 CUENTAS-CLIENTE PIC 9(03) COMP.
       77 NUM-ENTRADAS-CLIENTE PIC 9(05) COMP.
       77 ENTRADAS-CLIENTE PIC S9(13)V99 COMP-3.
       77 NUM-SALIDAS-CLIENTE PIC 9(05) COMP.
       77 SALIDAS-CLIENTE PIC S9(13)V99 COMP-3.
       77 SOBRE-UMBRAL-CLIENTE PIC 9(05) COMP.
       77 TOTAL-LEIDOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-EFECTIVO-MES PIC 9(07) COMP VALUE 0.
       77 TOTAL-CUENTAS-MES PIC 9(07) COMP VALUE 0.
       77 TOTAL-CLIENTES PIC 9(07) COMP VALUE 0.
       77 TOTAL-SOBRE-UMBRAL PIC 9(07) COMP VALUE 0.
       77 MONTO-SOBRE-UMBRAL PIC S9(13)V99 COMP-3 VALUE 0.
       77 TOTAL-CONSOLIDADOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-FRACCIONAMIENTOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-ENTRADAS-MES PIC S9(13)V99 COMP-3 VALUE 0.
       77 TOTAL-SALIDAS-MES PIC S9(13)V99 COMP-3 VALUE 0.
       77 MOVIMIENTOS-EDITADO PIC Z9.
       77 DIAS-EDITADO PIC Z9.

       01 FECHA-CALCULO.
           05 ANIO-CALCULO PIC 9(04).
           05 MES-CALCULO PIC 9(02).
           05 DIA-CALCULO PIC 9(02).
       01 FECHA-CALCULO-NUM REDEFINES FECHA-CALCULO PIC 9(08).

       01 DIAS-ACUMULADOS-MES-INI.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 031.
           05 FILLER PIC 9(03) VALUE 059.
           05 FILLER PIC 9(03) VALUE 090.
           05 FILLER PIC 9(03) VALUE 120.
           05 FILLER PIC 9(03) VALUE 151.
           05 FILLER PIC 9(03) VALUE 181.
           05 FILLER PIC 9(03) VALUE 212.
           05 FILLER PIC 9(03) VALUE 243.
           05 FILLER PIC 9(03) VALUE 273.
           05 FILLER PIC 9(03) VALUE 304.
           05 FILLER PIC 9(03) VALUE 334.
       01 TABLA-DIAS-MES REDEFINES DIAS-ACUMULADOS-MES-INI.
           05 DIAS-ACUM-MES OCCURS 12 TIMES PIC 9(03).

      ******************************************************************
      * Movimientos justo por debajo del umbral dentro de la ventana,  *
      * en orden de fecha, de la cuenta que se esta recorriendo.       *
      ******************************************************************
       01 TABLA-VENTANA.
           05 MOVIMIENTO-VENTANA OCCURS 60 TIMES.
               10 SERIAL-VENTANA         PIC 9(08) COMP.
               10 MONTO-VENTANA          PIC S9(09)V99 COMP-3.
               10 SENTIDO-VENTANA        PIC X(01).

       01 LINEA-TITULO-REVISION.
           05 FILLER                 PIC X(45)
               VALUE "REVISION DE EFECTIVO Y FRACCIONAMIENTO - MES ".
           05 MES-TITULO             PIC 9(06).

       01 LINEA-PARAMETROS-REVISION.
           05 FILLER                 PIC X(08) VALUE "Umbral: ".
           05 UMBRAL-PARAMETRO       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(11) VALUE "  Mensual: ".
           05 UMBRAL-MENSUAL-PARAMETRO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(11) VALUE "  Cercano: ".
           05 PORCENTAJE-PARAMETRO   PIC ZZ9.
           05 FILLER                 PIC X(11) VALUE "%  Ventana ".
           05 VENTANA-PARAMETRO      PIC Z9.
           05 FILLER                 PIC X(14) VALUE " dias, minimo ".
           05 MINIMO-MOVS-PARAMETRO  PIC Z9.
           05 FILLER                 PIC X(09) VALUE " movs en ".
           05 MINIMO-DIAS-PARAMETRO  PIC Z9.
           05 FILLER                 PIC X(05) VALUE " dias".

       01 LINEA-ENCABEZADO-ALERTAS.
           05 FILLER                 PIC X(12) VALUE "ALERTA".
           05 FILLER                 PIC X(10) VALUE "FECHA".
           05 FILLER                 PIC X(12) VALUE "CUENTA".
           05 FILLER                 PIC X(32) VALUE "CLIENTE".
           05 FILLER                 PIC X(09) VALUE "SENTIDO".
           05 FILLER                 PIC X(18) VALUE "        EFECTIVO".
           05 FILLER                 PIC X(17) VALUE "DETALLE".

       01 LINEA-ALERTA-REVISION.
           05 TIPO-ALERTA-LINEA      PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FECHA-ALERTA-LINEA     PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CUENTA-ALERTA-LINEA    PIC 9(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CLIENTE-ALERTA-LINEA   PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SENTIDO-ALERTA-LINEA   PIC X(07).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MONTO-ALERTA-LINEA     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DETALLE-ALERTA-LINEA   PIC X(16).

       01 LINEA-ENCABEZADO-CLIENTES.
           05 FILLER                 PIC X(32) VALUE "CLIENTE".
           05 FILLER                 PIC X(12) VALUE "CUENTA".
           05 FILLER                 PIC X(24)
               VALUE " ENTRADAS      EFECTIVO".
           05 FILLER                 PIC X(24)
               VALUE "  SALIDAS      EFECTIVO".
           05 FILLER                 PIC X(07) VALUE "UMBRAL".
           05 FILLER                 PIC X(05) VALUE "FRAC".

       01 LINEA-CUENTA-REVISION.
           05 CLIENTE-LINEA          PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CUENTA-LINEA           PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NUM-ENTRADAS-LINEA     PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ENTRADAS-LINEA         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NUM-SALIDAS-LINEA      PIC ZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 SALIDAS-LINEA          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SOBRE-UMBRAL-LINEA     PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FRACCIONA-LINEA        PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MARCA-LINEA            PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*   REPORTE DE EFECTIVO Y FRACCIONAMIENTO         *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           MOVE FECHA-CERRADA(1:6) TO MES-REPORTE
           DISPLAY "Mes reportado: " MES-REPORTE
           PERFORM 1100-LEER-PARAMETROS
           IF FLAG-PARAMETROS-OK = 0
               MOVE 12 TO RETURN-CODE
               PERFORM 1900-TERMINAR-SIN-PROCESO
           END-IF
           COMPUTE LIMITE-CERCANO ROUNDED =
               UMBRAL-EFECTIVO-LAV * PORCENTAJE-CERCANO-LAV / 100
           MOVE FECHA-CERRADA TO FECHA-CALCULO-NUM
           MOVE 1 TO DIA-CALCULO
           PERFORM 9100-CALCULAR-DIA-SERIAL
           MOVE DIAS-SERIAL TO DIAS-SERIAL-INICIO-MES
           COMPUTE INICIO-VENTANA-MES =
               DIAS-SERIAL-INICIO-MES - VENTANA-DIAS-LAV + 1
           MOVE SPACES TO NOMBRE-REPORTE-EFECTIVO
           STRING "..\assets/reporte-efectivo-" DELIMITED BY SIZE
                  MES-REPORTE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-REPORTE-EFECTIVO
           MOVE SPACES TO NOMBRE-REVISION
           STRING "..\assets/revision-efectivo-" DELIMITED BY SIZE
                  MES-REPORTE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-REVISION
           OPEN INPUT BD-HISTORICO
           OPEN INPUT BD-CUENTAS
           OPEN OUTPUT ARCHIVO-REPORTE-EFECTIVO
           OPEN OUTPUT ARCHIVO-REVISION
           PERFORM 1200-ESCRIBIR-ENCABEZADOS
           .

      ******************************************************************
      * Sin archivo de parametros o con valores fuera de rango no se   *
      * emite el reporte: los umbrales los fija cumplimiento.          *
      ******************************************************************
       1100-LEER-PARAMETROS.
           MOVE 0 TO FLAG-PARAMETROS-OK
           MOVE 0 TO FLAG-FIN-PARAMETROS
           OPEN INPUT ARCHIVO-PARAMETROS-LAVADO
           READ ARCHIVO-PARAMETROS-LAVADO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-PARAMETROS
           END-READ
           CLOSE ARCHIVO-PARAMETROS-LAVADO
           IF FLAG-FIN-PARAMETROS = 1
               DISPLAY "*** No hay parametros de efectivo "
                   "(parametros-lavado.txt); no se emite el "
                   "reporte ***"
           ELSE
               IF UMBRAL-EFECTIVO-LAV NOT NUMERIC
                   OR UMBRAL-MENSUAL-LAV NOT NUMERIC
                   OR PORCENTAJE-CERCANO-LAV NOT NUMERIC
                   OR VENTANA-DIAS-LAV NOT NUMERIC
                   OR MINIMO-MOVIMIENTOS-LAV NOT NUMERIC
                   OR MINIMO-DIAS-LAV NOT NUMERIC
                   DISPLAY "*** Parametros de efectivo no numericos; "
                       "no se emite el reporte ***"
               ELSE
                   IF UMBRAL-EFECTIVO-LAV = 0
                       OR UMBRAL-MENSUAL-LAV = 0
                       OR PORCENTAJE-CERCANO-LAV = 0
                       OR PORCENTAJE-CERCANO-LAV > 99
                       OR VENTANA-DIAS-LAV = 0
                       OR VENTANA-DIAS-LAV > 31
                       OR MINIMO-MOVIMIENTOS-LAV < 2
                       OR MINIMO-DIAS-LAV = 0
                       DISPLAY "*** Parametros de efectivo fuera de "
                           "rango (umbrales mayores a cero, "
                           "porcentaje 1-99, ventana 1-31 dias, "
                           "minimo 2 movimientos y 1 dia) ***"
                   ELSE
                       MOVE 1 TO FLAG-PARAMETROS-OK
                   END-IF
               END-IF
           END-IF
           .

       1200-ESCRIBIR-ENCABEZADOS.
           MOVE SPACES TO REGISTRO-REPORTE-EFECTIVO
           SET REF-ENCABEZADO TO TRUE
           MOVE CODIGO-ENTIDAD-LAV TO ENTIDAD-REF
           MOVE MES-REPORTE TO PERIODO-REF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-GENERACION-REF
           MOVE UMBRAL-EFECTIVO-LAV TO UMBRAL-REF
           MOVE UMBRAL-MENSUAL-LAV TO UMBRAL-MENSUAL-REF
           WRITE REGISTRO-REPORTE-EFECTIVO
           MOVE MES-REPORTE TO MES-TITULO
           WRITE LINEA-REPORTE-REVISION FROM LINEA-TITULO-REVISION
           MOVE UMBRAL-EFECTIVO-LAV TO UMBRAL-PARAMETRO
           MOVE UMBRAL-MENSUAL-LAV TO UMBRAL-MENSUAL-PARAMETRO
           MOVE PORCENTAJE-CERCANO-LAV TO PORCENTAJE-PARAMETRO
           MOVE VENTANA-DIAS-LAV TO VENTANA-PARAMETRO
           MOVE MINIMO-MOVIMIENTOS-LAV TO MINIMO-MOVS-PARAMETRO
           MOVE MINIMO-DIAS-LAV TO MINIMO-DIAS-PARAMETRO
           WRITE LINEA-REPORTE-REVISION FROM LINEA-PARAMETROS-REVISION
           MOVE SPACES TO LINEA-REPORTE-REVISION
           WRITE LINEA-REPORTE-REVISION
           MOVE "MOVIMIENTOS SOBRE EL UMBRAL Y PATRONES DE "
               & "FRACCIONAMIENTO" TO LINEA-REPORTE-REVISION
           WRITE LINEA-REPORTE-REVISION
           WRITE LINEA-REPORTE-REVISION FROM LINEA-ENCABEZADO-ALERTAS
           .

       1900-TERMINAR-SIN-PROCESO.
           DISPLAY "***************************************************"
           STOP RUN
           .

      ******************************************************************
      * El recorrido por cuenta entrega un resumen por cuenta al SORT; *
      * la salida ordenada por nombre de cliente corta por cliente     *
      * para sumar sus cuentas, sin tablas en memoria.                 *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           SORT TRABAJO-CLIENTES
               ON ASCENDING KEY CLIENTE-SRT
               ON ASCENDING KEY CUENTA-SRT
               INPUT PROCEDURE IS 2100-RECORRER-HISTORICO
               OUTPUT PROCEDURE IS 2600-EMITIR-CLIENTES
           .

       2100-RECORRER-HISTORICO.
           MOVE LOW-VALUES TO CLAVE-HISTORICO
           START BD-HISTORICO KEY IS NOT LESS THAN CLAVE-HISTORICO
               INVALID KEY MOVE 1 TO FLAG-FIN-HISTORICO
           END-START
           PERFORM 2110-LEER-UN-MOVIMIENTO
               UNTIL FLAG-FIN-HISTORICO = 1
           IF CUENTA-ANTERIOR NOT = 0
               PERFORM 2400-LIBERAR-CUENTA
           END-IF
           .

       2110-LEER-UN-MOVIMIENTO.
           READ BD-HISTORICO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-HISTORICO
           END-READ
           IF FLAG-FIN-HISTORICO = 0
               AND ESTADO-ARCHIVO-HISTORICO NOT = "00"
               DISPLAY "*** Lectura del historico termina con "
                   "estado " ESTADO-ARCHIVO-HISTORICO " ***"
               MOVE 1 TO FLAG-FIN-HISTORICO
           END-IF
           IF FLAG-FIN-HISTORICO = 0
               ADD 1 TO TOTAL-LEIDOS
               IF NUMERO-CUENTA-HIS NOT = CUENTA-ANTERIOR
                   IF CUENTA-ANTERIOR NOT = 0
                       PERFORM 2400-LIBERAR-CUENTA
                   END-IF
                   PERFORM 2120-INICIAR-CUENTA
               END-IF
               PERFORM 2200-CLASIFICAR-MOVIMIENTO
           END-IF
           .

       2120-INICIAR-CUENTA.
           MOVE NUMERO-CUENTA-HIS TO CUENTA-ANTERIOR
           MOVE 0 TO FLAG-NOMBRE-LEIDO
           MOVE SPACES TO CLIENTE-CUENTA
           MOVE 0 TO NUM-ENTRADAS-CUENTA
           MOVE 0 TO ENTRADAS-CUENTA
           MOVE 0 TO NUM-SALIDAS-CUENTA
           MOVE 0 TO SALIDAS-CUENTA
           MOVE 0 TO SOBRE-UMBRAL-CUENTA
           MOVE SPACE TO FRACCIONA-ENTRADA-CUENTA
           MOVE SPACE TO FRACCIONA-SALIDA-CUENTA
           MOVE 0 TO TOTAL-VENTANA
           .

      ******************************************************************
      * El cliente se identifica por el nombre del maestro de cuentas; *
      * una cuenta sin maestro queda como cliente propio.              *
      ******************************************************************
       2130-OBTENER-CLIENTE.
           IF FLAG-NOMBRE-LEIDO = 0
               MOVE 1 TO FLAG-NOMBRE-LEIDO
               MOVE CUENTA-ANTERIOR TO NUMERO-CUENTA
               READ BD-CUENTAS KEY IS NUMERO-CUENTA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
               END-READ
               IF ESTADO-ARCHIVO-CUENTAS = "00"
                   AND NOMBRE-CLIENTE NOT = SPACES
                   MOVE NOMBRE-CLIENTE TO CLIENTE-CUENTA
               ELSE
                   MOVE SPACES TO CLIENTE-CUENTA
                   STRING "SIN MAESTRO CUENTA " DELIMITED BY SIZE
                          CUENTA-ANTERIOR DELIMITED BY SIZE
                       INTO CLIENTE-CUENTA
               END-IF
           END-IF
           .

      ******************************************************************
      * Efectivo: retiros exitosos (opcion 02) y depositos capturados  *
      * con billetes (opcion 03). La verificacion del deposito         *
      * (opcion 04) acredita el mismo dinero ya contado en la captura, *
      * asi que no se vuelve a sumar; un deposito sin billetes es de   *
      * cheques y no cuenta como efectivo. Los movimientos anteriores  *
      * al mes dentro de la ventana solo alimentan la ventana.         *
      ******************************************************************
       2200-CLASIFICAR-MOVIMIENTO.
           IF CODIGO-RESULTADO-HIS = "00"
               AND (ID-OPCION-HIS = 02 OR ID-OPCION-HIS = 03)
               AND FECHA-HORA-HIS(1:6) NOT > MES-REPORTE
               PERFORM 2210-CALCULAR-EFECTIVO
               IF EFECTIVO-MOVIMIENTO > 0
                   MOVE FECHA-HORA-HIS(1:8) TO FECHA-CALCULO-NUM
                   PERFORM 9100-CALCULAR-DIA-SERIAL
                   MOVE DIAS-SERIAL TO DIAS-SERIAL-MOV
                   IF DIAS-SERIAL-MOV NOT < INICIO-VENTANA-MES
                       PERFORM 2220-PROCESAR-EFECTIVO
                   END-IF
               END-IF
           END-IF
           .

       2210-CALCULAR-EFECTIVO.
           MOVE 0 TO EFECTIVO-MOVIMIENTO
           PERFORM 2215-SUMAR-DENOMINACION
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           IF ID-OPCION-HIS = 02
               SET EFECTIVO-SALIDA TO TRUE
               IF EFECTIVO-MOVIMIENTO = 0
                   MOVE MONTO-HIS TO EFECTIVO-MOVIMIENTO
               END-IF
           ELSE
               SET EFECTIVO-ENTRADA TO TRUE
           END-IF
           .

       2215-SUMAR-DENOMINACION.
           COMPUTE EFECTIVO-MOVIMIENTO = EFECTIVO-MOVIMIENTO
               + DETALLE-BILLETES-HIS(IX-DENOM) * DENOM-VALOR(IX-DENOM)
           .

       2220-PROCESAR-EFECTIVO.
           IF FECHA-HORA-HIS(1:6) = MES-REPORTE
               PERFORM 2130-OBTENER-CLIENTE
               ADD 1 TO TOTAL-EFECTIVO-MES
               IF EFECTIVO-ENTRADA
                   ADD 1 TO NUM-ENTRADAS-CUENTA
                   ADD EFECTIVO-MOVIMIENTO TO ENTRADAS-CUENTA
               ELSE
                   ADD 1 TO NUM-SALIDAS-CUENTA
                   ADD EFECTIVO-MOVIMIENTO TO SALIDAS-CUENTA
               END-IF
               IF EFECTIVO-MOVIMIENTO NOT < UMBRAL-EFECTIVO-LAV
                   PERFORM 2300-REPORTAR-SOBRE-UMBRAL
               END-IF
           END-IF
           IF EFECTIVO-MOVIMIENTO NOT < LIMITE-CERCANO
               AND EFECTIVO-MOVIMIENTO < UMBRAL-EFECTIVO-LAV
               PERFORM 2230-AGREGAR-A-VENTANA
               IF FECHA-HORA-HIS(1:6) = MES-REPORTE
                   PERFORM 2250-EVALUAR-FRACCIONAMIENTO
               END-IF
           END-IF
           .

      ******************************************************************
      * La ventana se corre con cada movimiento: salen los que quedan  *
      * antes del primer dia de la ventana que termina en el dia del   *
      * movimiento. Si se llena, sale el mas antiguo; para entonces la *
      * cuenta ya cumple cualquier minimo de movimientos permitido.    *
      ******************************************************************
       2230-AGREGAR-A-VENTANA.
           COMPUTE INICIO-VENTANA-MOV =
               DIAS-SERIAL-MOV - VENTANA-DIAS-LAV + 1
           PERFORM 2235-DESCARTAR-ANTIGUO
               UNTIL TOTAL-VENTANA = 0
                   OR SERIAL-VENTANA(1) NOT < INICIO-VENTANA-MOV
           IF TOTAL-VENTANA = MAXIMO-VENTANA
               PERFORM 2235-DESCARTAR-ANTIGUO
           END-IF
           ADD 1 TO TOTAL-VENTANA
           MOVE DIAS-SERIAL-MOV TO SERIAL-VENTANA(TOTAL-VENTANA)
           MOVE EFECTIVO-MOVIMIENTO TO MONTO-VENTANA(TOTAL-VENTANA)
           MOVE SENTIDO-MOVIMIENTO TO SENTIDO-VENTANA(TOTAL-VENTANA)
           .

       2235-DESCARTAR-ANTIGUO.
           PERFORM 2236-CORRER-UN-MOVIMIENTO
               VARYING IX-VENT FROM 2 BY 1 UNTIL IX-VENT > TOTAL-VENTANA
           SUBTRACT 1 FROM TOTAL-VENTANA
           .

       2236-CORRER-UN-MOVIMIENTO.
           MOVE MOVIMIENTO-VENTANA(IX-VENT)
               TO MOVIMIENTO-VENTANA(IX-VENT - 1)
           .

      ******************************************************************
      * Patron de fraccionamiento: en la ventana que termina en este   *
      * movimiento hay al menos el minimo de movimientos justo por     *
      * debajo del umbral, del mismo sentido, en al menos el minimo de *
      * dias distintos. Se reporta una vez por cuenta y sentido.       *
      ******************************************************************
       2250-EVALUAR-FRACCIONAMIENTO.
           IF (EFECTIVO-ENTRADA AND FRACCIONA-ENTRADA-CUENTA = SPACE)
               OR (EFECTIVO-SALIDA AND FRACCIONA-SALIDA-CUENTA = SPACE)
               MOVE 0 TO MOVIMIENTOS-PATRON
               MOVE 0 TO DIAS-PATRON
               MOVE 0 TO MONTO-PATRON
               MOVE 0 TO SERIAL-ULTIMO-DIA
               PERFORM 2255-CONTAR-EN-VENTANA
                   VARYING IX-VENT FROM 1 BY 1
                   UNTIL IX-VENT > TOTAL-VENTANA
               IF MOVIMIENTOS-PATRON NOT < MINIMO-MOVIMIENTOS-LAV
                   AND DIAS-PATRON NOT < MINIMO-DIAS-LAV
                   PERFORM 2260-REPORTAR-FRACCIONAMIENTO
               END-IF
           END-IF
           .

       2255-CONTAR-EN-VENTANA.
           IF SENTIDO-VENTANA(IX-VENT) = SENTIDO-MOVIMIENTO
               ADD 1 TO MOVIMIENTOS-PATRON
               ADD MONTO-VENTANA(IX-VENT) TO MONTO-PATRON
               IF SERIAL-VENTANA(IX-VENT) NOT = SERIAL-ULTIMO-DIA
                   ADD 1 TO DIAS-PATRON
                   MOVE SERIAL-VENTANA(IX-VENT) TO SERIAL-ULTIMO-DIA
               END-IF
           END-IF
           .

       2260-REPORTAR-FRACCIONAMIENTO.
           ADD 1 TO TOTAL-FRACCIONAMIENTOS
           IF EFECTIVO-ENTRADA
               MOVE "E" TO FRACCIONA-ENTRADA-CUENTA
           ELSE
               MOVE "S" TO FRACCIONA-SALIDA-CUENTA
           END-IF
           MOVE "FRACCIONA" TO TIPO-ALERTA-LINEA
           MOVE MONTO-PATRON TO MONTO-ALERTA-LINEA
           MOVE MOVIMIENTOS-PATRON TO MOVIMIENTOS-EDITADO
           MOVE DIAS-PATRON TO DIAS-EDITADO
           MOVE SPACES TO DETALLE-ALERTA-LINEA
           STRING MOVIMIENTOS-EDITADO DELIMITED BY SIZE
                  " movs en " DELIMITED BY SIZE
                  DIAS-EDITADO DELIMITED BY SIZE
                  " dias" DELIMITED BY SIZE
               INTO DETALLE-ALERTA-LINEA
           PERFORM 2290-ESCRIBIR-ALERTA
           .

       2290-ESCRIBIR-ALERTA.
           MOVE FECHA-HORA-HIS(1:8) TO FECHA-ALERTA-LINEA
           MOVE CUENTA-ANTERIOR TO CUENTA-ALERTA-LINEA
           MOVE CLIENTE-CUENTA TO CLIENTE-ALERTA-LINEA
           IF EFECTIVO-ENTRADA
               MOVE "ENTRADA" TO SENTIDO-ALERTA-LINEA
           ELSE
               MOVE "SALIDA" TO SENTIDO-ALERTA-LINEA
           END-IF
           WRITE LINEA-REPORTE-REVISION FROM LINEA-ALERTA-REVISION
           .

       2300-REPORTAR-SOBRE-UMBRAL.
           ADD 1 TO SOBRE-UMBRAL-CUENTA
           ADD 1 TO TOTAL-SOBRE-UMBRAL
           ADD EFECTIVO-MOVIMIENTO TO MONTO-SOBRE-UMBRAL
           MOVE SPACES TO REGISTRO-REPORTE-EFECTIVO
           SET REF-INDIVIDUAL TO TRUE
           MOVE FECHA-HORA-HIS(1:8) TO FECHA-IND-REF
           MOVE FECHA-HORA-HIS(9:6) TO HORA-IND-REF
           MOVE CUENTA-ANTERIOR TO CUENTA-IND-REF
           MOVE CLIENTE-CUENTA TO CLIENTE-IND-REF
           MOVE SENTIDO-MOVIMIENTO TO SENTIDO-IND-REF
           MOVE EFECTIVO-MOVIMIENTO TO MONTO-IND-REF
           MOVE TERMINAL-HIS TO TERMINAL-IND-REF
           WRITE REGISTRO-REPORTE-EFECTIVO
           MOVE "UMBRAL" TO TIPO-ALERTA-LINEA
           MOVE EFECTIVO-MOVIMIENTO TO MONTO-ALERTA-LINEA
           MOVE SPACES TO DETALLE-ALERTA-LINEA
           STRING "terminal " DELIMITED BY SIZE
                  TERMINAL-HIS DELIMITED BY SIZE
               INTO DETALLE-ALERTA-LINEA
           PERFORM 2290-ESCRIBIR-ALERTA
           .

       2400-LIBERAR-CUENTA.
           IF NUM-ENTRADAS-CUENTA > 0 OR NUM-SALIDAS-CUENTA > 0
               ADD 1 TO TOTAL-CUENTAS-MES
               MOVE CLIENTE-CUENTA TO CLIENTE-SRT
               MOVE CUENTA-ANTERIOR TO CUENTA-SRT
               MOVE NUM-ENTRADAS-CUENTA TO NUM-ENTRADAS-SRT
               MOVE ENTRADAS-CUENTA TO ENTRADAS-SRT
               MOVE NUM-SALIDAS-CUENTA TO NUM-SALIDAS-SRT
               MOVE SALIDAS-CUENTA TO SALIDAS-SRT
               MOVE SOBRE-UMBRAL-CUENTA TO SOBRE-UMBRAL-SRT
               MOVE FRACCIONA-ENTRADA-CUENTA TO FRACCIONA-SRT(1:1)
               MOVE FRACCIONA-SALIDA-CUENTA TO FRACCIONA-SRT(2:1)
               RELEASE REGISTRO-TRABAJO-CLIENTE
           END-IF
           .

       2600-EMITIR-CLIENTES.
           MOVE SPACES TO LINEA-REPORTE-REVISION
           WRITE LINEA-REPORTE-REVISION
           MOVE "EFECTIVO DEL MES POR CLIENTE Y CUENTA"
               TO LINEA-REPORTE-REVISION
           WRITE LINEA-REPORTE-REVISION
           WRITE LINEA-REPORTE-REVISION FROM LINEA-ENCABEZADO-CLIENTES
           MOVE 0 TO FLAG-FIN-CLIENTES
           PERFORM 2610-RETORNAR-CUENTA
           PERFORM 2620-CORTE-CLIENTE
               UNTIL FLAG-FIN-CLIENTES = 1
           PERFORM 2700-ESCRIBIR-TOTALES
           .

       2610-RETORNAR-CUENTA.
           RETURN TRABAJO-CLIENTES
               AT END MOVE 1 TO FLAG-FIN-CLIENTES
           END-RETURN
           .

       2620-CORTE-CLIENTE.
           MOVE CLIENTE-SRT TO CLIENTE-ANTERIOR
           MOVE 0 TO CUENTAS-CLIENTE
           MOVE 0 TO NUM-ENTRADAS-CLIENTE
           MOVE 0 TO ENTRADAS-CLIENTE
           MOVE 0 TO NUM-SALIDAS-CLIENTE
           MOVE 0 TO SALIDAS-CLIENTE
           MOVE 0 TO SOBRE-UMBRAL-CLIENTE
           PERFORM 2630-ACUMULAR-CUENTA
               UNTIL FLAG-FIN-CLIENTES = 1
                   OR CLIENTE-SRT NOT = CLIENTE-ANTERIOR
           ADD 1 TO TOTAL-CLIENTES
           MOVE SPACES TO CLIENTE-LINEA
           MOVE "TOTAL" TO CUENTA-LINEA
           MOVE NUM-ENTRADAS-CLIENTE TO NUM-ENTRADAS-LINEA
           MOVE ENTRADAS-CLIENTE TO ENTRADAS-LINEA
           MOVE NUM-SALIDAS-CLIENTE TO NUM-SALIDAS-LINEA
           MOVE SALIDAS-CLIENTE TO SALIDAS-LINEA
           MOVE SOBRE-UMBRAL-CLIENTE TO SOBRE-UMBRAL-LINEA
           MOVE SPACES TO FRACCIONA-LINEA
           MOVE SPACES TO MARCA-LINEA
           IF ENTRADAS-CLIENTE NOT < UMBRAL-MENSUAL-LAV
               OR SALIDAS-CLIENTE NOT < UMBRAL-MENSUAL-LAV
               MOVE "REPORTADO" TO MARCA-LINEA
               PERFORM 2640-REPORTAR-CONSOLIDADO
           END-IF
           WRITE LINEA-REPORTE-REVISION FROM LINEA-CUENTA-REVISION
           MOVE SPACES TO LINEA-REPORTE-REVISION
           WRITE LINEA-REPORTE-REVISION
           .

       2630-ACUMULAR-CUENTA.
           ADD 1 TO CUENTAS-CLIENTE
           ADD NUM-ENTRADAS-SRT TO NUM-ENTRADAS-CLIENTE
           ADD ENTRADAS-SRT TO ENTRADAS-CLIENTE
           ADD NUM-SALIDAS-SRT TO NUM-SALIDAS-CLIENTE
           ADD SALIDAS-SRT TO SALIDAS-CLIENTE
           ADD SOBRE-UMBRAL-SRT TO SOBRE-UMBRAL-CLIENTE
           ADD ENTRADAS-SRT TO TOTAL-ENTRADAS-MES
           ADD SALIDAS-SRT TO TOTAL-SALIDAS-MES
           MOVE CLIENTE-SRT TO CLIENTE-LINEA
           MOVE CUENTA-SRT TO CUENTA-LINEA
           MOVE NUM-ENTRADAS-SRT TO NUM-ENTRADAS-LINEA
           MOVE ENTRADAS-SRT TO ENTRADAS-LINEA
           MOVE NUM-SALIDAS-SRT TO NUM-SALIDAS-LINEA
           MOVE SALIDAS-SRT TO SALIDAS-LINEA
           MOVE SOBRE-UMBRAL-SRT TO SOBRE-UMBRAL-LINEA
           MOVE FRACCIONA-SRT TO FRACCIONA-LINEA
           MOVE SPACES TO MARCA-LINEA
           WRITE LINEA-REPORTE-REVISION FROM LINEA-CUENTA-REVISION
           PERFORM 2610-RETORNAR-CUENTA
           .

       2640-REPORTAR-CONSOLIDADO.
           ADD 1 TO TOTAL-CONSOLIDADOS
           MOVE SPACES TO REGISTRO-REPORTE-EFECTIVO
           SET REF-CONSOLIDADO TO TRUE
           MOVE CLIENTE-ANTERIOR TO CLIENTE-CON-REF
           MOVE CUENTAS-CLIENTE TO CUENTAS-CON-REF
           MOVE NUM-ENTRADAS-CLIENTE TO NUM-ENTRADAS-CON-REF
           MOVE ENTRADAS-CLIENTE TO ENTRADAS-CON-REF
           MOVE NUM-SALIDAS-CLIENTE TO NUM-SALIDAS-CON-REF
           MOVE SALIDAS-CLIENTE TO SALIDAS-CON-REF
           WRITE REGISTRO-REPORTE-EFECTIVO
           .

       2700-ESCRIBIR-TOTALES.
           MOVE SPACES TO REGISTRO-REPORTE-EFECTIVO
           SET REF-TOTALES TO TRUE
           MOVE TOTAL-SOBRE-UMBRAL TO REGISTROS-IND-REF
           MOVE MONTO-SOBRE-UMBRAL TO MONTO-IND-TOT-REF
           MOVE TOTAL-CONSOLIDADOS TO REGISTROS-CON-REF
           WRITE REGISTRO-REPORTE-EFECTIVO
           MOVE ALL "=" TO LINEA-REPORTE-REVISION
           WRITE LINEA-REPORTE-REVISION
           MOVE "TOTAL DEL MES" TO CLIENTE-LINEA
           MOVE SPACES TO CUENTA-LINEA
           MOVE TOTAL-ENTRADAS-MES TO ENTRADAS-LINEA
           MOVE TOTAL-SALIDAS-MES TO SALIDAS-LINEA
           MOVE TOTAL-SOBRE-UMBRAL TO SOBRE-UMBRAL-LINEA
           MOVE 0 TO NUM-ENTRADAS-LINEA
           MOVE 0 TO NUM-SALIDAS-LINEA
           MOVE SPACES TO FRACCIONA-LINEA
           MOVE SPACES TO MARCA-LINEA
           WRITE LINEA-REPORTE-REVISION FROM LINEA-CUENTA-REVISION
           .

      ******************************************************************
      * Convierte FECHA-CALCULO (AAAAMMDD) en un numero de dia serial  *
      * para poder restar fechas en dias. Cuenta los bisiestos hasta   *
      * el anio anterior y suma el 29 de febrero del anio en curso     *
      * solo cuando la fecha ya lo paso.                               *
      ******************************************************************
       9100-CALCULAR-DIA-SERIAL.
           COMPUTE ANIO-ANTERIOR = ANIO-CALCULO - 1
           DIVIDE ANIO-ANTERIOR BY 4 GIVING BISIESTOS-DE-4
           DIVIDE ANIO-ANTERIOR BY 100 GIVING BISIESTOS-DE-100
           DIVIDE ANIO-ANTERIOR BY 400 GIVING BISIESTOS-DE-400
           COMPUTE DIAS-SERIAL = ANIO-CALCULO * 365
               + BISIESTOS-DE-4 - BISIESTOS-DE-100 + BISIESTOS-DE-400
               + DIAS-ACUM-MES(MES-CALCULO)
               + DIA-CALCULO
           IF MES-CALCULO > 2
               DIVIDE ANIO-CALCULO BY 4 GIVING COCIENTE-BISIESTO
                   REMAINDER RESIDUO-BISIESTO
               IF RESIDUO-BISIESTO = 0
                   DIVIDE ANIO-CALCULO BY 100 GIVING COCIENTE-BISIESTO
                       REMAINDER RESIDUO-BISIESTO
                   IF RESIDUO-BISIESTO NOT = 0
                       ADD 1 TO DIAS-SERIAL
                   ELSE
                       DIVIDE ANIO-CALCULO BY 400
                           GIVING COCIENTE-BISIESTO
                           REMAINDER RESIDUO-BISIESTO
                       IF RESIDUO-BISIESTO = 0
                           ADD 1 TO DIAS-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * El mes reportado es el del dia de negocio cerrado              *
      * (fecha-cerrada.txt); sin el archivo de control rige la fecha   *
      * del sistema.                                                   *
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

       3000-FINAL-PROGRAMA.
           CLOSE BD-HISTORICO
           CLOSE BD-CUENTAS
           CLOSE ARCHIVO-REPORTE-EFECTIVO
           CLOSE ARCHIVO-REVISION
           DISPLAY "   Movimientos leidos:        " TOTAL-LEIDOS
           DISPLAY "   Movimientos en efectivo:   " TOTAL-EFECTIVO-MES
           DISPLAY "   Cuentas con efectivo:      " TOTAL-CUENTAS-MES
           DISPLAY "   Clientes:                  " TOTAL-CLIENTES
           DISPLAY "   Movimientos sobre umbral:  " TOTAL-SOBRE-UMBRAL
           DISPLAY "   Clientes sobre umbral mes: " TOTAL-CONSOLIDADOS
           DISPLAY "   Patrones de fraccionamiento: "
               TOTAL-FRACCIONAMIENTOS
           DISPLAY "Reporte al regulador en " NOMBRE-REPORTE-EFECTIVO
           DISPLAY "Listado de revision en " NOMBRE-REVISION
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM REPORTE-EFECTIVO.
