      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Control nocturno de vigencia de tarjetas sobre el     *
      *          maestro BD-TARJETAS. Las tarjetas activas cuya fecha  *
      *          de vencimiento ya paso al cierre del dia quedan como  *
      *          vencidas, y las que vencen el mes siguiente al dia    *
      *          cerrado salen en el reporte de tarjetas por vencer    *
      *          (tarjetas-por-vencer-AAAAMM.txt), con la cuenta y el  *
      *          titular, para que el area de tarjetas emita los       *
      *          plasticos de renovacion a tiempo.                     *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Una tarjeta que no se puede regrabar como  *
      *                     vencida no se cuenta como marcada; se      *
      *                     cuenta aparte como no grabada              *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTO-TARJETAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BD-TARJETAS
           ASSIGN TO "..\assets/tarjetas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-TARJETA-TAR
           ALTERNATE RECORD KEY IS NUMERO-CUENTA-TAR WITH DUPLICATES
           FILE STATUS IS ESTADO-ARCHIVO-TARJETAS.

           SELECT BD-CUENTAS
           ASSIGN TO "..\assets/cuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-CUENTA
           ALTERNATE RECORD KEY IS NUMERO-TARJETA
           FILE STATUS IS ESTADO-ARCHIVO-CUENTAS.

           SELECT ARCHIVO-POR-VENCER
           ASSIGN TO DYNAMIC NOMBRE-POR-VENCER
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-TARJETAS.
               COPY TARJETAS.

           FD BD-CUENTAS.
               COPY CUENTAS.

           FD ARCHIVO-POR-VENCER.
               01 LINEA-REPORTE-POR-VENCER PIC X(80).

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-TARJETAS PIC X(02).
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 NOMBRE-POR-VENCER PIC X(50).
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 FLAG-FIN-TARJETAS PIC 9 VALUE 0.
       77 TOTAL-LEIDAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-ACTIVAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-MARCADAS-VENCIDAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-POR-VENCER PIC 9(07) COMP VALUE 0.
       77 TOTAL-NO-GRABADAS PIC 9(07) COMP VALUE 0.

       01 MES-CERRADO.
           05 ANIO-CERRADO           PIC 9(04).
           05 MES-DEL-ANIO-CERRADO   PIC 9(02).
       01 MES-CERRADO-NUM REDEFINES MES-CERRADO PIC 9(06).

       01 MES-POR-VENCER.
           05 ANIO-POR-VENCER        PIC 9(04).
           05 MES-DEL-ANIO-POR-VENCER PIC 9(02).
       01 MES-POR-VENCER-NUM REDEFINES MES-POR-VENCER PIC 9(06).

       01 LINEA-TITULO-POR-VENCER.
           05 FILLER                 PIC X(34)
               VALUE "TARJETAS QUE VENCEN EN EL MES DE ".
           05 MES-TITULO             PIC 9(06).
           05 FILLER                 PIC X(17)
               VALUE " - DIA CERRADO ".
           05 FECHA-TITULO           PIC 9(08).

       01 LINEA-ENCABEZADO-POR-VENCER.
           05 FILLER                 PIC X(18) VALUE "TARJETA".
           05 FILLER                 PIC X(12) VALUE "CUENTA".
           05 FILLER                 PIC X(32) VALUE "TITULAR".
           05 FILLER                 PIC X(10) VALUE "VENCE".
           05 FILLER                 PIC X(08) VALUE "TIPO".

       01 LINEA-DETALLE-POR-VENCER.
           05 TARJETA-DETALLE        PIC 9(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CUENTA-DETALLE         PIC 9(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TITULAR-DETALLE        PIC X(30).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VENCE-DETALLE          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TIPO-DETALLE           PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*       VIGENCIA DE TARJETAS                      *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           PERFORM 1100-CALCULAR-MES-POR-VENCER
           DISPLAY "Dia cerrado: " FECHA-CERRADA
               "   Mes por vencer: " MES-POR-VENCER-NUM
           MOVE SPACES TO NOMBRE-POR-VENCER
           STRING "..\assets/tarjetas-por-vencer-" DELIMITED BY SIZE
                  MES-POR-VENCER-NUM DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-POR-VENCER
           OPEN I-O BD-TARJETAS
           OPEN INPUT BD-CUENTAS
           OPEN OUTPUT ARCHIVO-POR-VENCER
           MOVE MES-POR-VENCER-NUM TO MES-TITULO
           MOVE FECHA-CERRADA TO FECHA-TITULO
           WRITE LINEA-REPORTE-POR-VENCER
               FROM LINEA-TITULO-POR-VENCER
           WRITE LINEA-REPORTE-POR-VENCER
               FROM LINEA-ENCABEZADO-POR-VENCER
           .

       1100-CALCULAR-MES-POR-VENCER.
           MOVE FECHA-CERRADA(1:6) TO MES-CERRADO-NUM
           MOVE ANIO-CERRADO TO ANIO-POR-VENCER
           IF MES-DEL-ANIO-CERRADO = 12
               ADD 1 TO ANIO-POR-VENCER
               MOVE 1 TO MES-DEL-ANIO-POR-VENCER
           ELSE
               COMPUTE MES-DEL-ANIO-POR-VENCER
                   = MES-DEL-ANIO-CERRADO + 1
           END-IF
           .

       2000-PROCESO-PROGRAMA.
           MOVE 0 TO NUMERO-TARJETA-TAR
           START BD-TARJETAS KEY IS NOT LESS THAN NUMERO-TARJETA-TAR
               INVALID KEY MOVE 1 TO FLAG-FIN-TARJETAS
           END-START
           PERFORM 2100-REVISAR-UNA-TARJETA
               UNTIL FLAG-FIN-TARJETAS = 1
           PERFORM 2900-IMPRIMIR-RESUMEN
           .

       2100-REVISAR-UNA-TARJETA.
           READ BD-TARJETAS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-TARJETAS
           END-READ
           IF FLAG-FIN-TARJETAS = 0
               ADD 1 TO TOTAL-LEIDAS
               IF TARJETA-ACTIVA AND FECHA-VENCIMIENTO-TAR > 0
                   ADD 1 TO TOTAL-ACTIVAS
                   IF FECHA-VENCIMIENTO-TAR <= FECHA-CERRADA
                       PERFORM 2200-MARCAR-VENCIDA
                   ELSE
                       IF FECHA-VENCIMIENTO-TAR(1:6)
                           = MES-POR-VENCER-NUM
                           PERFORM 2300-REPORTAR-POR-VENCER
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * La tarjeta vale hasta su fecha de vencimiento inclusive; desde *
      * el dia siguiente el cajero la rechaza como vencida.            *
      ******************************************************************
       2200-MARCAR-VENCIDA.
           SET TARJETA-VENCIDA TO TRUE
           MOVE "VENCIDA" TO MOTIVO-ESTADO-TAR
           MOVE FECHA-CERRADA TO FECHA-ESTADO-TAR
           MOVE "BATCH" TO USUARIO-ESTADO-TAR
           REWRITE REGISTRO-TARJETA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-REWRITE
           IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
               ADD 1 TO TOTAL-NO-GRABADAS
               DISPLAY "*** No se pudo marcar vencida la tarjeta "
                   NUMERO-TARJETA-TAR " ***"
           ELSE
               ADD 1 TO TOTAL-MARCADAS-VENCIDAS
               DISPLAY "   Vencida: " NUMERO-TARJETA-TAR
                   " cuenta " NUMERO-CUENTA-TAR
                   " vencio " FECHA-VENCIMIENTO-TAR
           END-IF
           .

       2300-REPORTAR-POR-VENCER.
           MOVE NUMERO-CUENTA-TAR TO NUMERO-CUENTA
           READ BD-CUENTAS KEY IS NUMERO-CUENTA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           END-READ
           MOVE NUMERO-TARJETA-TAR TO TARJETA-DETALLE
           MOVE NUMERO-CUENTA-TAR TO CUENTA-DETALLE
           MOVE FECHA-VENCIMIENTO-TAR TO VENCE-DETALLE
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               MOVE NOMBRE-CLIENTE TO TITULAR-DETALLE
               IF NUMERO-TARJETA = NUMERO-TARJETA-TAR
                   MOVE "PRINCIP." TO TIPO-DETALLE
               ELSE
                   MOVE "ADICION." TO TIPO-DETALLE
               END-IF
           ELSE
               MOVE "*** CUENTA NO EXISTE ***" TO TITULAR-DETALLE
               MOVE SPACES TO TIPO-DETALLE
           END-IF
           WRITE LINEA-REPORTE-POR-VENCER
               FROM LINEA-DETALLE-POR-VENCER
           DISPLAY "   " LINEA-DETALLE-POR-VENCER
           ADD 1 TO TOTAL-POR-VENCER
           .

       2900-IMPRIMIR-RESUMEN.
           DISPLAY "---------------------------------------------------"
           DISPLAY "RESUMEN DE VIGENCIA DE TARJETAS"
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Tarjetas leidas:         " TOTAL-LEIDAS
           DISPLAY "   Activas con vencimiento: " TOTAL-ACTIVAS
           DISPLAY "   Marcadas vencidas:       "
               TOTAL-MARCADAS-VENCIDAS
           DISPLAY "   No grabadas (error):     " TOTAL-NO-GRABADAS
           DISPLAY "   Por vencer el mes " MES-POR-VENCER-NUM ": "
               TOTAL-POR-VENCER
           DISPLAY "Reporte en " NOMBRE-POR-VENCER
           .

      ******************************************************************
      * El control corre despues del cierre sobre el dia de negocio    *
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

       3000-FINAL-PROGRAMA.
           CLOSE BD-TARJETAS
           CLOSE BD-CUENTAS
           CLOSE ARCHIVO-POR-VENCER
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM VENCIMIENTO-TARJETAS.
