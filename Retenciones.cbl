      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Retenciones y embargos de back office sobre parte del *
      *          saldo de una cuenta, sin bloquear la cuenta completa. *
      *          El operador coloca la retencion (judicial, bancaria o *
      *          de deposito pendiente) con monto, fecha de inicio, de *
      *          vencimiento y referencia, la libera con su motivo y   *
      *          consulta las retenciones de la cuenta con el saldo    *
      *          contable y el disponible. Cada colocacion y cada      *
      *          liberacion queda en LOG-TRANSACCIONES con su propio   *
      *          codigo (31 y 32) firmada por el usuario.              *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: La liberacion solo se registra en          *
      *                     LOG-TRANSACCIONES si la retencion quedo    *
      *                     regrabada en BD-RETENCIONES                *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCIONES-CUENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BD-RETENCIONES
           ASSIGN TO "..\assets/retenciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-RETENCION
           FILE STATUS IS ESTADO-ARCHIVO-RETENCIONES.

           SELECT BD-CUENTAS
           ASSIGN TO "..\assets/cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-CUENTA
           ALTERNATE RECORD KEY IS NUMERO-TARJETA
           FILE STATUS IS ESTADO-ARCHIVO-CUENTAS.

           SELECT OPTIONAL LOG-TRANSACCIONES
           ASSIGN TO "..\assets/log-transacciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-NEGOCIO
           ASSIGN TO "..\assets/fecha-negocio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-RETENCIONES.
               COPY RETENCION.

           FD BD-CUENTAS.
               COPY CUENTAS.

           FD LOG-TRANSACCIONES.
               COPY LOGTRANS.

           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-RETENCIONES PIC X(02).
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 OPCION-RETENCIONES PIC 9(01).
       77 FLAG-FIN-RETENCIONES PIC 9 VALUE 0.
       77 FLAG-FIN-BUSQUEDA PIC 9 VALUE 0.
       77 FLAG-RETENCION-OK PIC 9 VALUE 0.
       77 FLAG-MOSTRAR-RETENCIONES PIC 9 VALUE 0.
       77 USUARIO-RETENCIONES PIC X(08).
       77 CUENTA-DIGITADA PIC 9(10).
       77 RETENCION-DIGITADA PIC 9(04).
       77 TIPO-DIGITADO PIC X(01).
       77 MONTO-DIGITADO PIC 9(09)V99.
       77 INICIO-DIGITADO PIC 9(08).
       77 VENCE-DIGITADO PIC 9(08).
       77 REFERENCIA-DIGITADA PIC X(30).
       77 MOTIVO-DIGITADO PIC X(30).
       77 ULTIMA-RETENCION PIC 9(04).
       77 TOTAL-RETENCIONES-CUENTA PIC 9(04) COMP.
       77 SALDO-RETENIDO PIC S9(11)V99 COMP-3.
       77 SALDO-DISPONIBLE PIC S9(11)V99 COMP-3.
       77 IX-DENOM PIC 9(02) COMP.
       77 FECHA-SISTEMA PIC 9(08).
       77 HORA-SISTEMA PIC 9(08).
       77 FECHA-NEGOCIO PIC 9(08).
       77 FLAG-FIN-FECHA-NEG PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*        RETENCIONES Y EMBARGOS DE CUENTAS        *"
           DISPLAY "***************************************************"
           DISPLAY "Usuario: " WITH NO ADVANCING
           ACCEPT USUARIO-RETENCIONES
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           OPEN I-O BD-RETENCIONES
           OPEN INPUT BD-CUENTAS
           .

       2000-PROCESO-PROGRAMA.
           IF USUARIO-RETENCIONES = SPACES
               DISPLAY "*** Se requiere un usuario ***"
           ELSE
               PERFORM 2050-ATENDER-UNA-OPCION
                   UNTIL FLAG-FIN-RETENCIONES = 1
           END-IF
           .

       2050-ATENDER-UNA-OPCION.
           DISPLAY "---------------------------------------------------"
           DISPLAY "1. Colocar retencion"
           DISPLAY "2. Liberar retencion"
           DISPLAY "3. Consultar retenciones de una cuenta"
           DISPLAY "9. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT OPCION-RETENCIONES
           EVALUATE OPCION-RETENCIONES
               WHEN 1 PERFORM 2100-COLOCAR-RETENCION
               WHEN 2 PERFORM 2300-LIBERAR-RETENCION
               WHEN 3 PERFORM 2400-CONSULTAR-RETENCIONES
               WHEN 9 MOVE 1 TO FLAG-FIN-RETENCIONES
               WHEN OTHER
                   DISPLAY "*** Opcion invalida ***"
           END-EVALUATE
           .

      ******************************************************************
      * La retencion puede superar el saldo de la cuenta (un embargo   *
      * cubre tambien lo que entre despues); el saldo disponible queda *
      * en cero o negativo y los debitos se rechazan.                  *
      ******************************************************************
       2100-COLOCAR-RETENCION.
           DISPLAY "Numero de cuenta: " WITH NO ADVANCING
           ACCEPT CUENTA-DIGITADA
           PERFORM 2110-LEER-CUENTA
           IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
               DISPLAY "*** Cuenta no encontrada ***"
           ELSE
               IF CUENTA-CERRADA
                   DISPLAY "*** La cuenta esta cerrada ***"
               ELSE
                   PERFORM 2120-CAPTURAR-RETENCION
                   IF FLAG-RETENCION-OK = 1
                       PERFORM 2200-GRABAR-RETENCION
                   END-IF
               END-IF
           END-IF
           .

       2110-LEER-CUENTA.
           MOVE CUENTA-DIGITADA TO NUMERO-CUENTA
           READ BD-CUENTAS KEY IS NUMERO-CUENTA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           END-READ
           .

       2120-CAPTURAR-RETENCION.
           MOVE 0 TO FLAG-RETENCION-OK
           DISPLAY "Titular: " NOMBRE-CLIENTE
           DISPLAY "Tipo (J=judicial, B=bancaria, D=deposito "
               "pendiente): " WITH NO ADVANCING
           ACCEPT TIPO-DIGITADO
           INSPECT TIPO-DIGITADO CONVERTING "jbd" TO "JBD"
           IF TIPO-DIGITADO NOT = "J" AND TIPO-DIGITADO NOT = "B"
               AND TIPO-DIGITADO NOT = "D"
               DISPLAY "*** Tipo de retencion invalido ***"
           ELSE
               DISPLAY "Monto a retener: " WITH NO ADVANCING
               ACCEPT MONTO-DIGITADO
               DISPLAY "Fecha de inicio AAAAMMDD (0 = hoy): "
                   WITH NO ADVANCING
               ACCEPT INICIO-DIGITADO
               IF INICIO-DIGITADO = 0
                   MOVE FECHA-NEGOCIO TO INICIO-DIGITADO
               END-IF
               DISPLAY "Fecha de vencimiento AAAAMMDD (0 = hasta "
                   "liberarla): " WITH NO ADVANCING
               ACCEPT VENCE-DIGITADO
               DISPLAY "Referencia (oficio, radicado o motivo): "
                   WITH NO ADVANCING
               ACCEPT REFERENCIA-DIGITADA
               EVALUATE TRUE
                   WHEN MONTO-DIGITADO NOT > 0
                       DISPLAY "*** El monto debe ser mayor a cero ***"
                   WHEN VENCE-DIGITADO > 0
                       AND VENCE-DIGITADO < INICIO-DIGITADO
                       DISPLAY "*** El vencimiento es anterior al "
                           "inicio ***"
                   WHEN VENCE-DIGITADO > 0
                       AND VENCE-DIGITADO < FECHA-NEGOCIO
                       DISPLAY "*** El vencimiento ya paso ***"
                   WHEN REFERENCIA-DIGITADA = SPACES
                       DISPLAY "*** Se requiere la referencia de la "
                           "retencion ***"
                   WHEN OTHER
                       MOVE 1 TO FLAG-RETENCION-OK
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * El consecutivo es el siguiente al ultimo de la cuenta.         *
      ******************************************************************
       2200-GRABAR-RETENCION.
           PERFORM 2500-RECORRER-RETENCIONES
           IF ULTIMA-RETENCION = 9999
               DISPLAY "*** La cuenta agoto los consecutivos de "
                   "retencion ***"
           ELSE
               INITIALIZE REGISTRO-RETENCION
               MOVE CUENTA-DIGITADA TO NUMERO-CUENTA-RET
               COMPUTE NUMERO-RETENCION = ULTIMA-RETENCION + 1
               MOVE TIPO-DIGITADO TO TIPO-RETENCION
               MOVE MONTO-DIGITADO TO MONTO-RETENCION
               MOVE INICIO-DIGITADO TO FECHA-INICIO-RET
               MOVE VENCE-DIGITADO TO FECHA-VENCE-RET
               MOVE REFERENCIA-DIGITADA TO REFERENCIA-RET
               SET RETENCION-ACTIVA TO TRUE
               MOVE FECHA-NEGOCIO TO FECHA-ALTA-RET
               MOVE USUARIO-RETENCIONES TO USUARIO-ALTA-RET
               MOVE 0 TO FECHA-LIBERA-RET
               WRITE REGISTRO-RETENCION
                   INVALID KEY MOVE "22" TO ESTADO-ARCHIVO-RETENCIONES
                   NOT INVALID KEY
                       MOVE "00" TO ESTADO-ARCHIVO-RETENCIONES
               END-WRITE
               IF ESTADO-ARCHIVO-RETENCIONES = "00"
                   MOVE 31 TO ID-OPCION-LOG
                   PERFORM 2900-REGISTRAR-RETENCION
                   DISPLAY "Retencion " NUMERO-CUENTA-RET "-"
                       NUMERO-RETENCION " colocada por "
                       MONTO-RETENCION
                   PERFORM 2500-RECORRER-RETENCIONES
                   PERFORM 2450-MOSTRAR-SALDOS
               ELSE
                   DISPLAY "*** No fue posible grabar la retencion ***"
               END-IF
           END-IF
           .

       2300-LIBERAR-RETENCION.
           DISPLAY "Numero de cuenta: " WITH NO ADVANCING
           ACCEPT CUENTA-DIGITADA
           DISPLAY "Numero de retencion: " WITH NO ADVANCING
           ACCEPT RETENCION-DIGITADA
           MOVE CUENTA-DIGITADA TO NUMERO-CUENTA-RET
           MOVE RETENCION-DIGITADA TO NUMERO-RETENCION
           READ BD-RETENCIONES KEY IS CLAVE-RETENCION
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-RETENCIONES
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-RETENCIONES
           END-READ
           IF ESTADO-ARCHIVO-RETENCIONES NOT = "00"
               DISPLAY "*** Retencion no encontrada ***"
           ELSE
               IF NOT RETENCION-ACTIVA
                   DISPLAY "*** La retencion ya no esta activa ("
                       ESTADO-RETENCION ") ***"
               ELSE
                   PERFORM 2460-MOSTRAR-UNA-RETENCION
                   DISPLAY "Motivo de la liberacion: "
                       WITH NO ADVANCING
                   ACCEPT MOTIVO-DIGITADO
                   IF MOTIVO-DIGITADO = SPACES
                       DISPLAY "*** Se requiere el motivo de la "
                           "liberacion ***"
                   ELSE
                       PERFORM 2310-GRABAR-LIBERACION
                   END-IF
               END-IF
           END-IF
           .

       2310-GRABAR-LIBERACION.
           SET RETENCION-LIBERADA TO TRUE
           MOVE FECHA-NEGOCIO TO FECHA-LIBERA-RET
           MOVE USUARIO-RETENCIONES TO USUARIO-LIBERA-RET
           MOVE MOTIVO-DIGITADO TO MOTIVO-LIBERA-RET
           REWRITE REGISTRO-RETENCION
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-RETENCIONES
               NOT INVALID KEY
                   MOVE "00" TO ESTADO-ARCHIVO-RETENCIONES
           END-REWRITE
           IF ESTADO-ARCHIVO-RETENCIONES = "00"
               MOVE 32 TO ID-OPCION-LOG
               PERFORM 2900-REGISTRAR-RETENCION
               DISPLAY "Retencion " NUMERO-CUENTA-RET "-"
                   NUMERO-RETENCION " liberada"
               PERFORM 2110-LEER-CUENTA
               IF ESTADO-ARCHIVO-CUENTAS = "00"
                   PERFORM 2500-RECORRER-RETENCIONES
                   PERFORM 2450-MOSTRAR-SALDOS
               END-IF
           ELSE
               DISPLAY "*** No fue posible grabar la liberacion ***"
           END-IF
           .

       2400-CONSULTAR-RETENCIONES.
           DISPLAY "Numero de cuenta: " WITH NO ADVANCING
           ACCEPT CUENTA-DIGITADA
           PERFORM 2110-LEER-CUENTA
           IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
               DISPLAY "*** Cuenta no encontrada ***"
           ELSE
               DISPLAY "---------------------------------------------"
                   "------"
               DISPLAY "RETENCIONES DE LA CUENTA " CUENTA-DIGITADA
                   " - " NOMBRE-CLIENTE
               MOVE 1 TO FLAG-MOSTRAR-RETENCIONES
               PERFORM 2500-RECORRER-RETENCIONES
               MOVE 0 TO FLAG-MOSTRAR-RETENCIONES
               IF TOTAL-RETENCIONES-CUENTA = 0
                   DISPLAY "   (sin retenciones)"
               END-IF
               PERFORM 2450-MOSTRAR-SALDOS
           END-IF
           .

       2450-MOSTRAR-SALDOS.
           COMPUTE SALDO-DISPONIBLE = SALDO-CUENTA - SALDO-RETENIDO
           DISPLAY "Saldo contable:   " SALDO-CUENTA
           DISPLAY "Retenido vigente: " SALDO-RETENIDO
           DISPLAY "Saldo disponible: " SALDO-DISPONIBLE
           .

       2460-MOSTRAR-UNA-RETENCION.
           DISPLAY "   " NUMERO-RETENCION
               " tipo " TIPO-RETENCION
               " estado " ESTADO-RETENCION
               " monto " MONTO-RETENCION
               " del " FECHA-INICIO-RET
               " al " FECHA-VENCE-RET
           DISPLAY "        ref. " REFERENCIA-RET
               " por " USUARIO-ALTA-RET
           IF NOT RETENCION-ACTIVA
               DISPLAY "        liberada " FECHA-LIBERA-RET
                   " por " USUARIO-LIBERA-RET
                   " " MOTIVO-LIBERA-RET
           END-IF
           .

      ******************************************************************
      * Recorre las retenciones de la cuenta digitada: deja el ultimo  *
      * consecutivo usado y la suma retenida hoy (activas, ya          *
      * iniciadas y no vencidas); en la consulta tambien las muestra.  *
      ******************************************************************
       2500-RECORRER-RETENCIONES.
           MOVE 0 TO ULTIMA-RETENCION
           MOVE 0 TO TOTAL-RETENCIONES-CUENTA
           MOVE 0 TO SALDO-RETENIDO
           MOVE 0 TO FLAG-FIN-BUSQUEDA
           MOVE CUENTA-DIGITADA TO NUMERO-CUENTA-RET
           MOVE 0 TO NUMERO-RETENCION
           START BD-RETENCIONES KEY IS NOT LESS THAN CLAVE-RETENCION
               INVALID KEY MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-START
           PERFORM 2510-REVISAR-UNA-RETENCION
               UNTIL FLAG-FIN-BUSQUEDA = 1
           .

       2510-REVISAR-UNA-RETENCION.
           READ BD-RETENCIONES NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-READ
           IF FLAG-FIN-BUSQUEDA = 0
               AND (ESTADO-ARCHIVO-RETENCIONES NOT = "00"
                    OR NUMERO-CUENTA-RET NOT = CUENTA-DIGITADA)
               MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-IF
           IF FLAG-FIN-BUSQUEDA = 0
               ADD 1 TO TOTAL-RETENCIONES-CUENTA
               MOVE NUMERO-RETENCION TO ULTIMA-RETENCION
               IF RETENCION-ACTIVA
                   AND FECHA-INICIO-RET NOT > FECHA-NEGOCIO
                   AND (FECHA-VENCE-RET = 0
                        OR FECHA-VENCE-RET NOT < FECHA-NEGOCIO)
                   ADD MONTO-RETENCION TO SALDO-RETENIDO
               END-IF
               IF FLAG-MOSTRAR-RETENCIONES = 1
                   PERFORM 2460-MOSTRAR-UNA-RETENCION
               END-IF
           END-IF
           .

      ******************************************************************
      * El asiento es neutro: la retencion no mueve el saldo contable, *
      * solo el disponible. Lleva el monto retenido o liberado.        *
      ******************************************************************
       2900-REGISTRAR-RETENCION.
           ACCEPT HORA-SISTEMA FROM TIME
           STRING FECHA-NEGOCIO DELIMITED BY SIZE
                  HORA-SISTEMA(1:6) DELIMITED BY SIZE
               INTO FECHA-HORA-LOG
           MOVE NUMERO-CUENTA-RET TO NUMERO-CUENTA-LOG
           MOVE MONTO-RETENCION TO MONTO-LOG
           SET MOVIMIENTO-NEUTRO TO TRUE
           MOVE "00" TO CODIGO-RESULTADO-LOG
           MOVE USUARIO-RETENCIONES TO USUARIO-LOG
           MOVE "OFIC" TO TERMINAL-LOG
           PERFORM 2910-LIMPIAR-DETALLE-LOG
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           OPEN EXTEND LOG-TRANSACCIONES
           WRITE REGISTRO-LOG
           CLOSE LOG-TRANSACCIONES
           .

       2910-LIMPIAR-DETALLE-LOG.
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DENOM)
           .

      ******************************************************************
      * El dia de negocio lo fija el cierre de dia del operador; sin   *
      * archivo de control rige la fecha del sistema.                  *
      ******************************************************************
       9400-OBTENER-FECHA-NEGOCIO.
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
           CLOSE BD-RETENCIONES
           CLOSE BD-CUENTAS
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM RETENCIONES-CUENTAS.
