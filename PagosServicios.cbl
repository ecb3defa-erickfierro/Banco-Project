      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Back office de pagos de servicios. Consulta los pagos *
      *          de una empresa en un dia y reversa el pago que la     *
      *          empresa rechaza: el valor vuelve a la cuenta del      *
      *          cliente (opcion 35 credito) y, si el pago ya se habia *
      *          remesado, se descuenta de la cuenta de recaudo de la  *
      *          empresa (opcion 35 debito). La reversa exige una      *
      *          segunda persona que reingrese el valor, como en       *
      *          AJUSTES-OPERATIVOS, y queda en el pago con usuario,   *
      *          fecha y motivo. La comision cobrada no se devuelve    *
      *          aqui; si procede se abona con un ajuste operativo.    *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGOS-SERVICIOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BD-CONVENIOS
           ASSIGN TO "..\assets/convenios-servicios.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BD-PAGOS-SERVICIOS
           ASSIGN TO "..\assets/pagos-servicios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-PAGO-SERVICIO
           ALTERNATE RECORD KEY IS NUMERO-CUENTA-PAG WITH DUPLICATES
           FILE STATUS IS ESTADO-ARCHIVO-PAGOS.

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
           FD BD-CONVENIOS.
               COPY CONVENIO.

           FD BD-PAGOS-SERVICIOS.
               COPY PAGOSRV.

           FD BD-CUENTAS.
               COPY CUENTAS.

           FD LOG-TRANSACCIONES.
               COPY LOGTRANS.

           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-PAGOS PIC X(02).
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 OPCION-PAGOS PIC 9(01).
       77 FLAG-FIN-OPCIONES PIC 9 VALUE 0.
       77 FLAG-FIN-CONVENIOS PIC 9 VALUE 0.
       77 FLAG-CONVENIO-HALLADO PIC 9 VALUE 0.
       77 FLAG-FIN-PAGOS PIC 9 VALUE 0.
       77 FLAG-PAGO-ELEGIDO PIC 9 VALUE 0.
       77 FLAG-REVERSA-OK PIC 9 VALUE 0.
       77 INICIALES-OPERADOR PIC X(03).
       77 INICIALES-CONFIRMA PIC X(03).
       77 USUARIO-REVERSA PIC X(08).
       77 FECHA-DIGITADA PIC 9(08).
       77 CONVENIO-DIGITADO PIC 9(04).
       77 REFERENCIA-DIGITADA PIC X(24).
       77 MOTIVO-DIGITADO PIC X(30).
       77 MONTO-CONFIRMA PIC 9(09)V99.
       77 RESPUESTA-PAGO PIC X(01).
       77 CUENTA-RECAUDO-ELEGIDA PIC 9(10).
       77 NOMBRE-CONVENIO-ELEGIDO PIC X(25).
       77 TOTAL-PAGOS-DIA PIC 9(05) COMP.
       77 MONTO-PAGOS-DIA PIC S9(11)V99 COMP-3.
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
           DISPLAY "*      PAGOS DE SERVICIOS - BACK OFFICE           *"
           DISPLAY "***************************************************"
           DISPLAY "Iniciales del operador: " WITH NO ADVANCING
           ACCEPT INICIALES-OPERADOR
           IF INICIALES-OPERADOR = SPACES
               DISPLAY "*** Se requieren las iniciales del "
                   "operador ***"
               STOP RUN
           END-IF
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           OPEN I-O BD-PAGOS-SERVICIOS
           OPEN I-O BD-CUENTAS
           .

       2000-PROCESO-PROGRAMA.
           PERFORM 2050-ATENDER-UNA-OPCION
               UNTIL FLAG-FIN-OPCIONES = 1
           .

       2050-ATENDER-UNA-OPCION.
           DISPLAY "---------------------------------------------------"
           DISPLAY "1. Consultar pagos de una empresa en un dia"
           DISPLAY "2. Reversar pago rechazado por la empresa"
           DISPLAY "9. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT OPCION-PAGOS
           EVALUATE OPCION-PAGOS
               WHEN 1 PERFORM 2100-CONSULTAR-PAGOS
               WHEN 2 PERFORM 2300-REVERSAR-PAGO
               WHEN 9 MOVE 1 TO FLAG-FIN-OPCIONES
               WHEN OTHER
                   DISPLAY "*** Opcion invalida ***"
           END-EVALUATE
           .

       2100-CONSULTAR-PAGOS.
           PERFORM 2150-CAPTURAR-EMPRESA-DIA
           IF FLAG-CONVENIO-HALLADO = 0
               DISPLAY "*** Empresa no encontrada en el maestro ***"
           ELSE
               DISPLAY "PAGOS A " NOMBRE-CONVENIO-ELEGIDO
                   " DEL " FECHA-DIGITADA
               MOVE 0 TO TOTAL-PAGOS-DIA
               MOVE 0 TO MONTO-PAGOS-DIA
               PERFORM 2200-INICIAR-PAGOS-DIA
               PERFORM 2110-MOSTRAR-UN-PAGO
                   UNTIL FLAG-FIN-PAGOS = 1
               IF TOTAL-PAGOS-DIA = 0
                   DISPLAY "   (sin pagos)"
               ELSE
                   DISPLAY "   Pagos: " TOTAL-PAGOS-DIA
                       " por " MONTO-PAGOS-DIA
               END-IF
           END-IF
           .

       2110-MOSTRAR-UN-PAGO.
           PERFORM 2210-LEER-PAGO-DIA
           IF FLAG-FIN-PAGOS = 0
               ADD 1 TO TOTAL-PAGOS-DIA
               ADD MONTO-PAGO-SRV TO MONTO-PAGOS-DIA
               PERFORM 2250-MOSTRAR-PAGO
           END-IF
           .

       2150-CAPTURAR-EMPRESA-DIA.
           DISPLAY "Dia del pago AAAAMMDD (0 = hoy): "
               WITH NO ADVANCING
           ACCEPT FECHA-DIGITADA
           IF FECHA-DIGITADA = 0
               MOVE FECHA-NEGOCIO TO FECHA-DIGITADA
           END-IF
           DISPLAY "Codigo de la empresa: " WITH NO ADVANCING
           ACCEPT CONVENIO-DIGITADO
           MOVE 0 TO FLAG-CONVENIO-HALLADO
           MOVE 0 TO FLAG-FIN-CONVENIOS
           OPEN INPUT BD-CONVENIOS
           PERFORM 2160-LEER-UN-CONVENIO
               UNTIL FLAG-FIN-CONVENIOS = 1
                   OR FLAG-CONVENIO-HALLADO = 1
           CLOSE BD-CONVENIOS
           .

       2160-LEER-UN-CONVENIO.
           READ BD-CONVENIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-CONVENIOS
           END-READ
           IF FLAG-FIN-CONVENIOS = 0
               AND CODIGO-CONVENIO = CONVENIO-DIGITADO
               MOVE 1 TO FLAG-CONVENIO-HALLADO
               MOVE NOMBRE-CONVENIO TO NOMBRE-CONVENIO-ELEGIDO
               MOVE CUENTA-RECAUDO-CONVENIO TO CUENTA-RECAUDO-ELEGIDA
           END-IF
           .

       2200-INICIAR-PAGOS-DIA.
           MOVE 0 TO FLAG-FIN-PAGOS
           MOVE FECHA-DIGITADA TO FECHA-PAGO-SRV
           MOVE CONVENIO-DIGITADO TO CONVENIO-PAGO-SRV
           MOVE 0 TO HORA-PAGO-SRV
           MOVE LOW-VALUES TO TERMINAL-PAGO-SRV
           START BD-PAGOS-SERVICIOS
               KEY IS NOT LESS THAN CLAVE-PAGO-SERVICIO
               INVALID KEY MOVE 1 TO FLAG-FIN-PAGOS
           END-START
           .

       2210-LEER-PAGO-DIA.
           READ BD-PAGOS-SERVICIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-PAGOS
           END-READ
           IF FLAG-FIN-PAGOS = 0
               AND (ESTADO-ARCHIVO-PAGOS NOT = "00"
                    OR FECHA-PAGO-SRV NOT = FECHA-DIGITADA
                    OR CONVENIO-PAGO-SRV NOT = CONVENIO-DIGITADO)
               MOVE 1 TO FLAG-FIN-PAGOS
           END-IF
           .

       2250-MOSTRAR-PAGO.
           DISPLAY "   " HORA-PAGO-SRV " " TERMINAL-PAGO-SRV
               " cuenta " NUMERO-CUENTA-PAG
               " ref. " REFERENCIA-PAGO-SRV
           DISPLAY "        valor " MONTO-PAGO-SRV
               " comision " COMISION-PAGO-SRV
               " estado " ESTADO-PAGO-SRV
           IF PAGO-REMESADO
               DISPLAY "        remesado el " FECHA-REMESA-SRV
           END-IF
           IF PAGO-REVERSADO
               DISPLAY "        reversado el " FECHA-REVERSA-SRV
                   " por " USUARIO-REVERSA-SRV " " MOTIVO-REVERSA-SRV
           END-IF
           .

      ******************************************************************
      * El pago se ubica por dia, empresa y referencia; si la empresa  *
      * recibio varios pagos con la misma referencia ese dia, el       *
      * operador confirma cual es el rechazado.                        *
      ******************************************************************
       2300-REVERSAR-PAGO.
           PERFORM 2150-CAPTURAR-EMPRESA-DIA
           IF FLAG-CONVENIO-HALLADO = 0
               DISPLAY "*** Empresa no encontrada en el maestro ***"
           ELSE
               DISPLAY "Referencia del pago rechazado: "
                   WITH NO ADVANCING
               ACCEPT REFERENCIA-DIGITADA
               MOVE 0 TO FLAG-PAGO-ELEGIDO
               PERFORM 2200-INICIAR-PAGOS-DIA
               PERFORM 2310-BUSCAR-PAGO-REFERENCIA
                   UNTIL FLAG-FIN-PAGOS = 1
               IF FLAG-PAGO-ELEGIDO = 0
                   DISPLAY "*** No hay un pago vigente con esa "
                       "referencia ***"
               ELSE
                   PERFORM 2320-CAPTURAR-REVERSA
                   IF FLAG-REVERSA-OK = 1
                       PERFORM 2400-APLICAR-REVERSA
                   END-IF
               END-IF
           END-IF
           .

       2310-BUSCAR-PAGO-REFERENCIA.
           PERFORM 2210-LEER-PAGO-DIA
           IF FLAG-FIN-PAGOS = 0
               AND REFERENCIA-PAGO-SRV = REFERENCIA-DIGITADA
               AND NOT PAGO-REVERSADO
               PERFORM 2250-MOSTRAR-PAGO
               DISPLAY "Es este el pago rechazado? (S/N): "
                   WITH NO ADVANCING
               ACCEPT RESPUESTA-PAGO
               IF RESPUESTA-PAGO = "S" OR RESPUESTA-PAGO = "s"
                   MOVE 1 TO FLAG-PAGO-ELEGIDO
                   MOVE 1 TO FLAG-FIN-PAGOS
               END-IF
           END-IF
           .

      ******************************************************************
      * Un pago ya remesado solo se reversa si la cuenta de recaudo    *
      * de la empresa cubre el valor; si no, se gestiona con la        *
      * empresa antes de devolverlo al cliente.                        *
      ******************************************************************
       2320-CAPTURAR-REVERSA.
           MOVE 0 TO FLAG-REVERSA-OK
           DISPLAY "Motivo del rechazo: " WITH NO ADVANCING
           ACCEPT MOTIVO-DIGITADO
           IF MOTIVO-DIGITADO = SPACES
               DISPLAY "*** Se requiere el motivo del rechazo ***"
           ELSE
               MOVE NUMERO-CUENTA-PAG TO NUMERO-CUENTA
               PERFORM 2330-LEER-CUENTA
               IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
                   DISPLAY "*** La cuenta del cliente " NUMERO-CUENTA
                       " no existe ***"
               ELSE
                   MOVE 1 TO FLAG-REVERSA-OK
                   IF PAGO-REMESADO
                       MOVE CUENTA-RECAUDO-ELEGIDA TO NUMERO-CUENTA
                       PERFORM 2330-LEER-CUENTA
                       IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
                           DISPLAY "*** La cuenta de recaudo "
                               NUMERO-CUENTA " no existe ***"
                           MOVE 0 TO FLAG-REVERSA-OK
                       ELSE
                           IF SALDO-CUENTA < MONTO-PAGO-SRV
                               DISPLAY "*** La cuenta de recaudo no "
                                   "cubre el valor del pago ***"
                               MOVE 0 TO FLAG-REVERSA-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF FLAG-REVERSA-OK = 1
                   PERFORM 2340-CONFIRMAR-SEGUNDA-PERSONA
               END-IF
           END-IF
           .

       2330-LEER-CUENTA.
           READ BD-CUENTAS KEY IS NUMERO-CUENTA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           END-READ
           .

       2340-CONFIRMAR-SEGUNDA-PERSONA.
           DISPLAY "Confirmacion de segunda persona"
           DISPLAY "Iniciales del confirmante: " WITH NO ADVANCING
           ACCEPT INICIALES-CONFIRMA
           DISPLAY "Reingrese el valor del pago: " WITH NO ADVANCING
           ACCEPT MONTO-CONFIRMA
           IF INICIALES-CONFIRMA = SPACES
               OR INICIALES-CONFIRMA = INICIALES-OPERADOR
               DISPLAY "*** La confirmacion debe hacerla una persona "
                   "distinta al operador ***"
               MOVE 0 TO FLAG-REVERSA-OK
           ELSE
               IF MONTO-CONFIRMA NOT = MONTO-PAGO-SRV
                   DISPLAY "*** El valor confirmado no coincide. "
                       "Reversa cancelada ***"
                   MOVE 0 TO FLAG-REVERSA-OK
               END-IF
           END-IF
           .

      ******************************************************************
      * Primero sale de la cuenta de recaudo (si ya se remeso), luego  *
      * entra al cliente y por ultimo se marca el pago, para que una   *
      * reversa repetida no encuentre el pago vigente.                 *
      ******************************************************************
       2400-APLICAR-REVERSA.
           MOVE SPACES TO USUARIO-REVERSA
           STRING INICIALES-OPERADOR DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  INICIALES-CONFIRMA DELIMITED BY SIZE
               INTO USUARIO-REVERSA
           IF PAGO-REMESADO
               MOVE CUENTA-RECAUDO-ELEGIDA TO NUMERO-CUENTA
               PERFORM 2330-LEER-CUENTA
               SUBTRACT MONTO-PAGO-SRV FROM SALDO-CUENTA
               REWRITE REGISTRO-CUENTA
               SET MOVIMIENTO-DEBITO TO TRUE
               PERFORM 2900-REGISTRAR-REVERSA
           END-IF
           MOVE NUMERO-CUENTA-PAG TO NUMERO-CUENTA
           PERFORM 2330-LEER-CUENTA
           ADD MONTO-PAGO-SRV TO SALDO-CUENTA
           REWRITE REGISTRO-CUENTA
           SET MOVIMIENTO-CREDITO TO TRUE
           PERFORM 2900-REGISTRAR-REVERSA
           SET PAGO-REVERSADO TO TRUE
           MOVE FECHA-NEGOCIO TO FECHA-REVERSA-SRV
           MOVE USUARIO-REVERSA TO USUARIO-REVERSA-SRV
           MOVE MOTIVO-DIGITADO TO MOTIVO-REVERSA-SRV
           REWRITE REGISTRO-PAGO-SERVICIO
           DISPLAY "Pago reversado. Saldo de la cuenta "
               NUMERO-CUENTA ": " SALDO-CUENTA
           .

      ******************************************************************
      * El asiento queda firmado con las iniciales del operador y del  *
      * confirmante, como los ajustes operativos.                      *
      ******************************************************************
       2900-REGISTRAR-REVERSA.
           ACCEPT HORA-SISTEMA FROM TIME
           STRING FECHA-NEGOCIO DELIMITED BY SIZE
                  HORA-SISTEMA(1:6) DELIMITED BY SIZE
               INTO FECHA-HORA-LOG
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-LOG
           MOVE 35 TO ID-OPCION-LOG
           MOVE MONTO-PAGO-SRV TO MONTO-LOG
           MOVE "00" TO CODIGO-RESULTADO-LOG
           MOVE USUARIO-REVERSA TO USUARIO-LOG
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
           CLOSE BD-PAGOS-SERVICIOS
           CLOSE BD-CUENTAS
           STOP RUN
           .

       END PROGRAM PAGOS-SERVICIOS.
