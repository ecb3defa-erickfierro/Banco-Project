      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Remesa nocturna de los pagos de servicios hechos en   *
      *          el cajero. Por cada empresa del maestro de convenios  *
      *          toma los pagos pendientes del dia cerrado en          *
      *          BD-PAGOS-SERVICIOS, arma el archivo de remesa de la   *
      *          empresa (remesa-EEEE-AAAAMMDD.txt) con encabezado,    *
      *          un detalle por pago y totales de control, marca los   *
      *          pagos como remesados y abona el total en la cuenta    *
      *          de recaudo de la empresa, journalizado con la opcion  *
      *          34 en el dia de negocio abierto.                      *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-SERVICIOS.
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

           SELECT ARCHIVO-REMESA
           ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REMESA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
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

           FD ARCHIVO-REMESA.
               COPY REMESA.

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-PAGOS PIC X(02).
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 NOMBRE-ARCHIVO-REMESA PIC X(50).
       77 FLAG-FIN-CONVENIOS PIC 9 VALUE 0.
       77 FLAG-FIN-PAGOS PIC 9 VALUE 0.
       77 FLAG-RECAUDO-OK PIC 9 VALUE 0.
       77 FLAG-REMESA-ABIERTA PIC 9 VALUE 0.
       77 FECHA-SISTEMA PIC 9(08).
       77 HORA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 FECHA-NEGOCIO PIC 9(08).
       77 FLAG-FIN-FECHA-NEG PIC 9 VALUE 0.
       77 FECHA-REMESA PIC 9(08).
       77 IX-DENOM PIC 9(02) COMP.
       77 PAGOS-CONVENIO PIC 9(07) COMP.
       77 MONTO-CONVENIO PIC S9(13)V99 COMP-3.
       77 PAGOS-RETENIDOS-CONV PIC 9(07) COMP.
       77 TOTAL-CONVENIOS PIC 9(05) COMP VALUE 0.
       77 TOTAL-REMESAS PIC 9(05) COMP VALUE 0.
       77 TOTAL-PAGOS-REMESADOS PIC 9(07) COMP VALUE 0.
       77 MONTO-TOTAL-REMESADO PIC S9(13)V99 COMP-3 VALUE 0.
       77 TOTAL-PAGOS-RETENIDOS PIC 9(07) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

      ******************************************************************
      * Por defecto se remesa el dia cerrado; un dia anterior se puede *
      * repetir para enviar pagos que quedaron pendientes (cuenta de   *
      * recaudo inexistente esa noche). El dia abierto no se remesa.   *
      ******************************************************************
       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*         REMESA DE PAGOS DE SERVICIOS            *"
           DISPLAY "***************************************************"
           DISPLAY "Dia de pagos a remesar AAAAMMDD (0 = dia "
               "cerrado): " WITH NO ADVANCING
           ACCEPT FECHA-REMESA
           PERFORM 9400-OBTENER-FECHA-CERRADA
           PERFORM 9410-OBTENER-FECHA-NEGOCIO
           IF FECHA-REMESA = 0
               MOVE FECHA-CERRADA TO FECHA-REMESA
           END-IF
           IF FECHA-REMESA > FECHA-CERRADA
               DISPLAY "*** El dia " FECHA-REMESA " no esta cerrado; "
                   "no se remesa ***"
               MOVE 12 TO RETURN-CODE
               PERFORM 1900-TERMINAR-SIN-PROCESO
           END-IF
           DISPLAY "Dia de los pagos: " FECHA-REMESA
           OPEN INPUT BD-CONVENIOS
           OPEN I-O BD-PAGOS-SERVICIOS
           OPEN I-O BD-CUENTAS
           .

       1900-TERMINAR-SIN-PROCESO.
           DISPLAY "***************************************************"
           STOP RUN
           .

       2000-PROCESO-PROGRAMA.
           PERFORM 2100-LEER-UN-CONVENIO
               UNTIL FLAG-FIN-CONVENIOS = 1
           .

       2100-LEER-UN-CONVENIO.
           READ BD-CONVENIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-CONVENIOS
           END-READ
           IF FLAG-FIN-CONVENIOS = 0
               ADD 1 TO TOTAL-CONVENIOS
               PERFORM 2200-REMESAR-CONVENIO
           END-IF
           .

      ******************************************************************
      * Una empresa suspendida igual recibe los pagos que se le        *
      * hicieron antes de la suspension. Sin cuenta de recaudo los     *
      * pagos quedan pendientes y la corrida termina con aviso.        *
      ******************************************************************
       2200-REMESAR-CONVENIO.
           MOVE 0 TO PAGOS-CONVENIO
           MOVE 0 TO MONTO-CONVENIO
           MOVE 0 TO PAGOS-RETENIDOS-CONV
           MOVE 0 TO FLAG-REMESA-ABIERTA
           MOVE CUENTA-RECAUDO-CONVENIO TO NUMERO-CUENTA
           READ BD-CUENTAS KEY IS NUMERO-CUENTA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           END-READ
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               MOVE 1 TO FLAG-RECAUDO-OK
           ELSE
               MOVE 0 TO FLAG-RECAUDO-OK
           END-IF
           MOVE 0 TO FLAG-FIN-PAGOS
           MOVE FECHA-REMESA TO FECHA-PAGO-SRV
           MOVE CODIGO-CONVENIO TO CONVENIO-PAGO-SRV
           MOVE 0 TO HORA-PAGO-SRV
           MOVE LOW-VALUES TO TERMINAL-PAGO-SRV
           START BD-PAGOS-SERVICIOS
               KEY IS NOT LESS THAN CLAVE-PAGO-SERVICIO
               INVALID KEY MOVE 1 TO FLAG-FIN-PAGOS
           END-START
           PERFORM 2210-REVISAR-UN-PAGO
               UNTIL FLAG-FIN-PAGOS = 1
           IF FLAG-REMESA-ABIERTA = 1
               PERFORM 2300-CERRAR-REMESA
               PERFORM 2400-ABONAR-RECAUDO
           END-IF
           IF PAGOS-RETENIDOS-CONV > 0
               DISPLAY "*** Empresa " CODIGO-CONVENIO
                   ": la cuenta de recaudo " CUENTA-RECAUDO-CONVENIO
                   " no existe; " PAGOS-RETENIDOS-CONV
                   " pagos quedan pendientes ***"
               ADD PAGOS-RETENIDOS-CONV TO TOTAL-PAGOS-RETENIDOS
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       2210-REVISAR-UN-PAGO.
           READ BD-PAGOS-SERVICIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-PAGOS
           END-READ
           IF FLAG-FIN-PAGOS = 0
               AND (ESTADO-ARCHIVO-PAGOS NOT = "00"
                    OR FECHA-PAGO-SRV NOT = FECHA-REMESA
                    OR CONVENIO-PAGO-SRV NOT = CODIGO-CONVENIO)
               MOVE 1 TO FLAG-FIN-PAGOS
           END-IF
           IF FLAG-FIN-PAGOS = 0
               AND PAGO-PENDIENTE
               IF FLAG-RECAUDO-OK = 1
                   PERFORM 2220-REMESAR-PAGO
               ELSE
                   ADD 1 TO PAGOS-RETENIDOS-CONV
               END-IF
           END-IF
           .

       2220-REMESAR-PAGO.
           IF FLAG-REMESA-ABIERTA = 0
               PERFORM 2230-ABRIR-REMESA
           END-IF
           ADD 1 TO PAGOS-CONVENIO
           ADD MONTO-PAGO-SRV TO MONTO-CONVENIO
           MOVE SPACES TO REGISTRO-REMESA
           SET REM-DETALLE TO TRUE
           MOVE REFERENCIA-PAGO-SRV TO REFERENCIA-DET-REM
           MOVE MONTO-PAGO-SRV TO MONTO-DET-REM
           MOVE FECHA-PAGO-SRV TO FECHA-DET-REM
           MOVE HORA-PAGO-SRV TO HORA-DET-REM
           MOVE TERMINAL-PAGO-SRV TO TERMINAL-DET-REM
           MOVE PAGOS-CONVENIO TO SECUENCIA-DET-REM
           WRITE REGISTRO-REMESA
           SET PAGO-REMESADO TO TRUE
           MOVE FECHA-CERRADA TO FECHA-REMESA-SRV
           REWRITE REGISTRO-PAGO-SERVICIO
           .

       2230-ABRIR-REMESA.
           MOVE SPACES TO NOMBRE-ARCHIVO-REMESA
           STRING "..\assets/remesa-" DELIMITED BY SIZE
                  CODIGO-CONVENIO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FECHA-REMESA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ARCHIVO-REMESA
           OPEN OUTPUT ARCHIVO-REMESA
           MOVE 1 TO FLAG-REMESA-ABIERTA
           MOVE SPACES TO REGISTRO-REMESA
           SET REM-ENCABEZADO TO TRUE
           MOVE CODIGO-CONVENIO TO CONVENIO-ENC-REM
           MOVE NOMBRE-CONVENIO TO NOMBRE-ENC-REM
           MOVE FECHA-REMESA TO FECHA-PAGOS-REM
           MOVE FECHA-CERRADA TO FECHA-GENERACION-REM
           MOVE CUENTA-RECAUDO-CONVENIO TO CUENTA-RECAUDO-REM
           WRITE REGISTRO-REMESA
           .

       2300-CERRAR-REMESA.
           MOVE SPACES TO REGISTRO-REMESA
           SET REM-TOTALES TO TRUE
           MOVE PAGOS-CONVENIO TO CANTIDAD-TOT-REM
           MOVE MONTO-CONVENIO TO MONTO-TOT-REM
           WRITE REGISTRO-REMESA
           CLOSE ARCHIVO-REMESA
           ADD 1 TO TOTAL-REMESAS
           ADD PAGOS-CONVENIO TO TOTAL-PAGOS-REMESADOS
           ADD MONTO-CONVENIO TO MONTO-TOTAL-REMESADO
           DISPLAY "Empresa " CODIGO-CONVENIO " " NOMBRE-CONVENIO
           DISPLAY "   Pagos remesados: " PAGOS-CONVENIO
               " por " MONTO-CONVENIO
           DISPLAY "   Archivo: " NOMBRE-ARCHIVO-REMESA
           .

      ******************************************************************
      * La cuenta de recaudo se leyo al iniciar la empresa y no se ha  *
      * vuelto a leer BD-CUENTAS, asi que se reescribe ese registro.   *
      ******************************************************************
       2400-ABONAR-RECAUDO.
           ADD MONTO-CONVENIO TO SALDO-CUENTA
           REWRITE REGISTRO-CUENTA
           DISPLAY "   Abonado a la cuenta " NUMERO-CUENTA
           ACCEPT HORA-SISTEMA FROM TIME
           STRING FECHA-NEGOCIO DELIMITED BY SIZE
                  HORA-SISTEMA(1:6) DELIMITED BY SIZE
               INTO FECHA-HORA-LOG
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-LOG
           MOVE 34 TO ID-OPCION-LOG
           MOVE MONTO-CONVENIO TO MONTO-LOG
           SET MOVIMIENTO-CREDITO TO TRUE
           MOVE "00" TO CODIGO-RESULTADO-LOG
           MOVE "REMESA" TO USUARIO-LOG
           MOVE "BATC" TO TERMINAL-LOG
           PERFORM 2410-LIMPIAR-DETALLE-LOG
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           OPEN EXTEND LOG-TRANSACCIONES
           WRITE REGISTRO-LOG
           CLOSE LOG-TRANSACCIONES
           .

       2410-LIMPIAR-DETALLE-LOG.
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DENOM)
           .

      ******************************************************************
      * El dia a remesar se valida contra el dia de negocio cerrado    *
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
           CLOSE BD-CONVENIOS
           CLOSE BD-PAGOS-SERVICIOS
           CLOSE BD-CUENTAS
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Empresas revisadas:   " TOTAL-CONVENIOS
           DISPLAY "   Archivos de remesa:   " TOTAL-REMESAS
           DISPLAY "   Pagos remesados:      " TOTAL-PAGOS-REMESADOS
               " por " MONTO-TOTAL-REMESADO
           DISPLAY "   Pagos sin remesar:    " TOTAL-PAGOS-RETENIDOS
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM REMESA-SERVICIOS.
