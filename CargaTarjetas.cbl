      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Carga inicial del maestro BD-TARJETAS desde           *
      *          BD-CUENTAS. Las tarjetas principales emitidas antes   *
      *          de existir el maestro no tienen registro en el; este  *
      *          programa les crea uno activo, con fecha de emision el *
      *          dia cerrado y la vigencia normal de una tarjeta       *
      *          nueva. Se corre una sola vez, antes de que el cajero  *
      *          exija el maestro; una tarjeta que ya tiene registro   *
      *          se deja como esta, asi que repetir la carga no cambia *
      *          nada.                                                 *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-TARJETAS.
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

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-TARJETAS.
               COPY TARJETAS.

           FD BD-CUENTAS.
               COPY CUENTAS.

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-TARJETAS PIC X(02).
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 VIGENCIA-TARJETA-ANIOS PIC 9(02) VALUE 4.
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 FLAG-FIN-CUENTAS PIC 9 VALUE 0.
       77 TOTAL-CUENTAS-LEIDAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-SIN-TARJETA PIC 9(07) COMP VALUE 0.
       77 TOTAL-CARGADAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-YA-EXISTIAN PIC 9(07) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*       CARGA INICIAL DEL MAESTRO DE TARJETAS     *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           DISPLAY "Dia cerrado: " FECHA-CERRADA
               "   Vigencia: " VIGENCIA-TARJETA-ANIOS " anios"
           OPEN I-O BD-TARJETAS
           OPEN INPUT BD-CUENTAS
           .

       2000-PROCESO-PROGRAMA.
           MOVE 0 TO NUMERO-CUENTA
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
               IF NUMERO-TARJETA > 0
                   PERFORM 2200-GRABAR-TARJETA
               ELSE
                   ADD 1 TO TOTAL-SIN-TARJETA
               END-IF
           END-IF
           .

      ******************************************************************
      * La fecha real de emision del plastico anterior al maestro no   *
      * se conoce; se toma el dia cerrado y el vencimiento sale de la  *
      * vigencia normal, como en la apertura de una cuenta. Si la      *
      * tarjeta ya tiene registro, la clave duplicada la deja intacta. *
      ******************************************************************
       2200-GRABAR-TARJETA.
           INITIALIZE REGISTRO-TARJETA
           MOVE NUMERO-TARJETA TO NUMERO-TARJETA-TAR
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-TAR
           MOVE FECHA-CERRADA TO FECHA-EMISION-TAR
           COMPUTE FECHA-VENCIMIENTO-TAR
               = FECHA-CERRADA + VIGENCIA-TARJETA-ANIOS * 10000
           SET TARJETA-ACTIVA TO TRUE
           MOVE "CARGA INICIAL DEL MAESTRO" TO MOTIVO-ESTADO-TAR
           MOVE FECHA-CERRADA TO FECHA-ESTADO-TAR
           MOVE "BATCH" TO USUARIO-ESTADO-TAR
           MOVE 0 TO TARJETA-ANTERIOR-TAR
           WRITE REGISTRO-TARJETA
               INVALID KEY
                   ADD 1 TO TOTAL-YA-EXISTIAN
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CARGADAS
                   DISPLAY "   Cargada: " NUMERO-TARJETA-TAR
                       " cuenta " NUMERO-CUENTA-TAR
                       " vence " FECHA-VENCIMIENTO-TAR
           END-WRITE
           .

       2900-IMPRIMIR-RESUMEN.
           DISPLAY "---------------------------------------------------"
           DISPLAY "RESUMEN DE LA CARGA DE TARJETAS"
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Cuentas leidas:          " TOTAL-CUENTAS-LEIDAS
           DISPLAY "   Cuentas sin tarjeta:     " TOTAL-SIN-TARJETA
           DISPLAY "   Tarjetas cargadas:       " TOTAL-CARGADAS
           DISPLAY "   Ya estaban en el maestro:" TOTAL-YA-EXISTIAN
           .

      ******************************************************************
      * La carga toma el dia de negocio cerrado (fecha-cerrada.txt);   *
      * sin el archivo de control rige la fecha del sistema.           *
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
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM CARGA-TARJETAS.
