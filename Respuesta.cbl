      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 21/08/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Ultimo paso de la cadena nocturna: solo    *
      *                     corre con el extracto del dia cerrado      *
      *                     terminado en BD-CONTROL-CADENA y anota     *
      *                     alli su inicio, su fin y los conteos. Sin  *
      *                     extracto el paso queda como fallido        *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El extracto ya no se carga en una tabla de *
      *                     tamano fijo: el extracto y la respuesta del*
      *                     host se ordenan por numero de secuencia y  *
      *                     se casan en secuencia, de modo que ningun  *
      *                     registro de la noche queda sin conciliar   *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los ordenamientos de respuestas y extracto *
      *                     conservan el orden de llegada entre claves *
      *                     repetidas                                  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Sin respuesta del host (archivo ausente o  *
      *                     vacio) el paso queda fallido con codigo 12 *
      *                     y no toca el extracto conciliado ni los    *
      *                     rechazos, para correrlo de nuevo cuando    *
      *                     llegue el archivo                          *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los parrafos del control de la cadena      *
      *                     nocturna (9300 a 9340) se toman del        *
      *                     copybook CTLPASO, comun a todos los pasos  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ASSIGN TO "..\assets/respuesta-host.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-RESPUESTA-ORDENADA
           ASSIGN TO "..\assets/respuesta-ordenada.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABAJO-RESPUESTAS
           ASSIGN TO "..\assets/trabajo-respuesta.tmp".

           SELECT TRABAJO-EXTRACTO
           ASSIGN TO "..\assets/trabajo-extracto.tmp".

           SELECT ARCHIVO-CONCILIADO
           ASSIGN TO "..\assets/extracto-conciliado.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           ASSIGN TO "..\assets/extracto-rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BD-CONTROL-CADENA
           ASSIGN TO "..\assets/control-cadena.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-CONTROL-CADENA
           FILE STATUS IS ESTADO-ARCHIVO-CONTROL.

       DATA DIVISION.
       FILE SECTION.
           FD ARCHIVO-EXTRACTO.
               01 REGISTRO-EXTRACTO-ENTRADA  PIC X(50).

           FD ARCHIVO-RESPUESTA.
               01 REGISTRO-RESPUESTA-ENTRADA PIC X(74).

           FD ARCHIVO-RESPUESTA-ORDENADA.
               COPY RESPHOST.

           SD TRABAJO-RESPUESTAS.
               01 REGISTRO-TRABAJO-RESPUESTA.
                   05 SECUENCIA-RESP-SRT     PIC 9(08).
                   05 FILLER                 PIC X(66).

           SD TRABAJO-EXTRACTO.
               COPY EXTRACTO.

           FD ARCHIVO-CONCILIADO.
               01 REGISTRO-CONCILIADO.
                   05 NUMERO-SECUENCIA-CON   PIC 9(08).
                   05 FECHA-HORA-EXC         PIC X(14).
                   05 MOTIVO-EXC             PIC X(30).

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-EXTRACTO PIC X(02).
       77 FLAG-FIN-EXTRACTO PIC 9 VALUE 0.
       77 FLAG-FIN-RESPUESTA PIC 9 VALUE 0.
       77 TOTAL-EXTRACTO PIC 9(07) COMP VALUE 0.
       77 TOTAL-ACEPTADOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-RECHAZADOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-SIN-RESPUESTA PIC 9(07) COMP VALUE 0.
       77 TOTAL-ECO-NO-COINCIDE PIC 9(07) COMP VALUE 0.
       77 TOTAL-RESP-DESCONOCIDAS PIC 9(07) COMP VALUE 0.
       77 ESTADO-PENDIENTE PIC X(01).
       77 MOTIVO-PENDIENTE PIC X(30).
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 09.
       77 FECHA-CADENA PIC 9(08).
       77 FLAG-CADENA-PERMITIDA PIC 9 VALUE 1.
       77 IX-PASO PIC 9(02) COMP.
       77 RETORNO-PASO PIC 9(02) VALUE 0.
       77 LEIDOS-PASO PIC 9(07) VALUE 0.
       77 ESCRITOS-PASO PIC 9(07) VALUE 0.
       77 FECHA-CONTROL PIC 9(08).
       77 HORA-CONTROL PIC 9(08).
       77 FECHA-HORA-CONTROL PIC X(14).

       COPY PASOSCAD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "*       RESPUESTA DEL HOST AL EXTRACTO            *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           MOVE FECHA-CERRADA TO FECHA-CADENA
           PERFORM 9300-VERIFICAR-CADENA
           OPEN INPUT ARCHIVO-EXTRACTO
           IF ESTADO-ARCHIVO-EXTRACTO NOT = "00"
               DISPLAY "*** No se encontro el extracto nocturno ***"
               CLOSE ARCHIVO-EXTRACTO
               MOVE 12 TO RETORNO-PASO
               PERFORM 9330-MARCAR-FIN-PASO
               DISPLAY
                   "***************************************************"
               STOP RUN
           END-IF
           CLOSE ARCHIVO-EXTRACTO
           PERFORM 1100-VERIFICAR-RESPUESTA
           OPEN OUTPUT ARCHIVO-CONCILIADO
           OPEN OUTPUT ARCHIVO-EXCEPCIONES
           .

      ******************************************************************
      * Sin respuesta del host (archivo ausente o vacio) no se casa    *
      * nada: el extracto y los rechazos anteriores quedan como estan  *
      * y el paso queda fallido, para volver a correrlo cuando llegue  *
      * el archivo.                                                    *
      ******************************************************************
       1100-VERIFICAR-RESPUESTA.
           MOVE 0 TO FLAG-FIN-RESPUESTA
           OPEN INPUT ARCHIVO-RESPUESTA
           READ ARCHIVO-RESPUESTA NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-RESPUESTA
           END-READ
           CLOSE ARCHIVO-RESPUESTA
           IF FLAG-FIN-RESPUESTA = 1
               DISPLAY "*** No llego la respuesta del host ***"
               MOVE 12 TO RETORNO-PASO
               PERFORM 9330-MARCAR-FIN-PASO
               DISPLAY
                   "***************************************************"
               STOP RUN
           END-IF
           .

      ******************************************************************
      * El extracto y la respuesta del host se ordenan por numero de   *
      * secuencia y se casan en secuencia, sin tablas en memoria: el   *
      * volumen de la noche solo lo limita el espacio de los archivos  *
      * de trabajo.                                                    *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           SORT TRABAJO-RESPUESTAS
               ON ASCENDING KEY SECUENCIA-RESP-SRT
               WITH DUPLICATES IN ORDER
               USING ARCHIVO-RESPUESTA
               GIVING ARCHIVO-RESPUESTA-ORDENADA
           SORT TRABAJO-EXTRACTO
               ON ASCENDING KEY NUMERO-SECUENCIA-EXT
               WITH DUPLICATES IN ORDER
               USING ARCHIVO-EXTRACTO
               OUTPUT PROCEDURE IS 2100-CASAR-EXTRACTO
           PERFORM 2500-IMPRIMIR-REPORTE
           .

       2100-CASAR-EXTRACTO.
           OPEN INPUT ARCHIVO-RESPUESTA-ORDENADA
           MOVE 0 TO FLAG-FIN-RESPUESTA
           PERFORM 2200-LEER-RESPUESTA
           MOVE 0 TO FLAG-FIN-EXTRACTO
           PERFORM 2110-RETORNAR-EXTRACTO
           PERFORM 2120-CASAR-UN-REGISTRO
               UNTIL FLAG-FIN-EXTRACTO = 1
           PERFORM 2230-RESPUESTA-DESCONOCIDA
               UNTIL FLAG-FIN-RESPUESTA = 1
           CLOSE ARCHIVO-RESPUESTA-ORDENADA
           .

       2110-RETORNAR-EXTRACTO.
           RETURN TRABAJO-EXTRACTO
               AT END MOVE 1 TO FLAG-FIN-EXTRACTO
           END-RETURN
           .

      ******************************************************************
      * Las respuestas con secuencia menor a la del registro del       *
      * extracto no tienen registro que les corresponda; las de igual  *
      * secuencia lo resuelven (si llegan repetidas, rige la ultima).  *
      ******************************************************************
       2120-CASAR-UN-REGISTRO.
           ADD 1 TO TOTAL-EXTRACTO
           MOVE "N" TO ESTADO-PENDIENTE
           MOVE "SIN RESPUESTA DEL HOST" TO MOTIVO-PENDIENTE
           PERFORM 2230-RESPUESTA-DESCONOCIDA
               UNTIL FLAG-FIN-RESPUESTA = 1
                   OR NUMERO-SECUENCIA-RESP NOT < NUMERO-SECUENCIA-EXT
           PERFORM 2210-CASAR-RESPUESTA
               UNTIL FLAG-FIN-RESPUESTA = 1
                   OR NUMERO-SECUENCIA-RESP NOT = NUMERO-SECUENCIA-EXT
           PERFORM 2400-ESCRIBIR-UNA-SALIDA
           PERFORM 2110-RETORNAR-EXTRACTO
           .

       2200-LEER-RESPUESTA.
           READ ARCHIVO-RESPUESTA-ORDENADA NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-RESPUESTA
           END-READ
           IF FLAG-FIN-RESPUESTA = 0
               ADD 1 TO LEIDOS-PASO
           END-IF
           .

       2210-CASAR-RESPUESTA.
           IF NUMERO-CUENTA-RESP NOT = NUMERO-CUENTA-EXT
               OR MONTO-RESP NOT = MONTO-EXT
               OR FECHA-HORA-RESP NOT = FECHA-HORA-EXT
               ADD 1 TO TOTAL-ECO-NO-COINCIDE
               MOVE "X" TO ESTADO-PENDIENTE
               MOVE "ECO DEL HOST NO COINCIDE" TO MOTIVO-PENDIENTE
           ELSE
               IF RESPUESTA-ACEPTADA
                   MOVE "A" TO ESTADO-PENDIENTE
                   MOVE SPACES TO MOTIVO-PENDIENTE
               ELSE
                   MOVE "R" TO ESTADO-PENDIENTE
                   MOVE MOTIVO-RESP TO MOTIVO-PENDIENTE
               END-IF
           END-IF
           PERFORM 2200-LEER-RESPUESTA
           .

       2230-RESPUESTA-DESCONOCIDA.
           ADD 1 TO TOTAL-RESP-DESCONOCIDAS
           DISPLAY "*** Respuesta con secuencia desconocida: "
               NUMERO-SECUENCIA-RESP " ***"
           PERFORM 2200-LEER-RESPUESTA
           .

       2400-ESCRIBIR-UNA-SALIDA.
           MOVE NUMERO-SECUENCIA-EXT TO NUMERO-SECUENCIA-CON
           MOVE NUMERO-CUENTA-EXT TO NUMERO-CUENTA-CON
           MOVE MONTO-EXT TO MONTO-CON
           MOVE ID-OPCION-EXT TO ID-OPCION-CON
           MOVE FECHA-HORA-EXT TO FECHA-HORA-CON
           MOVE ESTADO-PENDIENTE TO ESTADO-CON
           MOVE MOTIVO-PENDIENTE TO MOTIVO-CON
           WRITE REGISTRO-CONCILIADO
           EVALUATE ESTADO-PENDIENTE
               WHEN "A"
                   ADD 1 TO TOTAL-ACEPTADOS
               WHEN "R"
           .

       2410-ESCRIBIR-UNA-EXCEPCION.
           MOVE NUMERO-SECUENCIA-EXT TO NUMERO-SECUENCIA-EXC
           MOVE NUMERO-CUENTA-EXT TO NUMERO-CUENTA-EXC
           MOVE MONTO-EXT TO MONTO-EXC
           MOVE ID-OPCION-EXT TO ID-OPCION-EXC
           MOVE FECHA-HORA-EXT TO FECHA-HORA-EXC
           MOVE MOTIVO-PENDIENTE TO MOTIVO-EXC
           WRITE REGISTRO-EXCEPCION
           DISPLAY "   Sec " NUMERO-SECUENCIA-EXT
               " cuenta " NUMERO-CUENTA-EXT
               " monto " MONTO-EXT
               " - " MOTIVO-PENDIENTE
           .

       2500-IMPRIMIR-REPORTE.
           DISPLAY "para reenviar o ajustar al dia siguiente."
           .

       COPY CTLPASO.

       3000-FINAL-PROGRAMA.
           CLOSE ARCHIVO-CONCILIADO
           CLOSE ARCHIVO-EXCEPCIONES
           MOVE TOTAL-EXTRACTO TO ESCRITOS-PASO
           PERFORM 9330-MARCAR-FIN-PASO
           DISPLAY "***************************************************"
           STOP RUN
           .

      ******************************************************************
      * La cadena nocturna procesa el dia de negocio cerrado por el    *
      * operador (fecha-cerrada.txt); sin el archivo de control rige   *
      * la fecha del sistema, como antes del corte de dia.             *
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

       END PROGRAM RESPUESTA-HOST.
