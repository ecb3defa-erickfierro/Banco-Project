      *                     archivar. Sin el archivo de control rige   *
      *                     la vispera, como antes                     *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Paso de la cadena nocturna: la carga del   *
      *                     dia cerrado solo corre con el extracto del *
      *                     dia terminado en BD-CONTROL-CADENA y anota *
      *                     alli su inicio, su fin y los conteos. La   *
      *                     recarga manual de un dia anterior queda    *
      *                     fuera de la cadena                         *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los parrafos del control de la cadena      *
      *                     nocturna (9300 a 9340) se toman del        *
      *                     copybook CTLPASO, comun a todos los pasos  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
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
           FD LOG-HISTORICO.
           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-HISTORICO PIC X(02).
       77 NOMBRE-LOG-HIST PIC X(40).
       77 TOTAL-OMITIDOS PIC 9(06) COMP VALUE 0.
       77 TOTAL-ERRORES PIC 9(06) COMP VALUE 0.
       77 TOTAL-YA-CARGADOS PIC 9(06) COMP VALUE 0.
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-PASO-CADENA PIC 9 VALUE 0.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 08.
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

       01 FECHA-TRABAJO.
           05 ANIO-TRABAJO PIC 9(04).
           DISPLAY "Bitacora a cargar AAAAMMDD (0 = dia cerrado): "
               WITH NO ADVANCING
           ACCEPT FECHA-A-CARGAR
           PERFORM 9400-OBTENER-FECHA-CERRADA
           IF FECHA-A-CARGAR = 0
               MOVE FECHA-CERRADA TO FECHA-A-CARGAR
           END-IF
           IF FECHA-A-CARGAR = FECHA-CERRADA
               MOVE 1 TO FLAG-PASO-CADENA
               MOVE FECHA-CERRADA TO FECHA-CADENA
               PERFORM 9300-VERIFICAR-CADENA
           END-IF
           PERFORM 1100-VERIFICAR-DIA-CARGADO
           IF FLAG-DIA-YA-CARGADO = 1
               DISPLAY "*** La bitacora del " FECHA-A-CARGAR
                   " ya fue cargada al historico; no se repite ***"
               PERFORM 1200-TERMINAR-SIN-CARGA
           END-IF
           STRING "..\assets/log-transacciones-" DELIMITED BY SIZE
                  FECHA-A-CARGAR DELIMITED BY SIZE
               DISPLAY "*** Verificar la fecha o correr primero el "
                   "extracto nocturno; el dia no se marca como "
                   "cargado ***"
               MOVE 12 TO RETORNO-PASO
               PERFORM 1200-TERMINAR-SIN-CARGA
           END-IF
           OPEN INPUT LOG-HISTORICO
           OPEN I-O BD-HISTORICO
           .

      ******************************************************************
      * Un dia ya cargado por una corrida anterior cuenta como paso    *
      * terminado de la cadena; una bitacora archivada que no existe   *
      * deja el paso como fallido.                                     *
      ******************************************************************
       1200-TERMINAR-SIN-CARGA.
           IF FLAG-PASO-CADENA = 1
               PERFORM 9330-MARCAR-FIN-PASO
           END-IF
           DISPLAY "***************************************************"
           STOP RUN
           .

       1100-VERIFICAR-DIA-CARGADO.
           MOVE 0 TO FLAG-FIN-CONTROL
           MOVE 0 TO FLAG-DIA-YA-CARGADO
               DISPLAY "*** El dia NO se marca como cargado por los "
                   "errores de escritura; corregir la causa y "
                   "reejecutar la carga ***"
               MOVE 12 TO RETORNO-PASO
           ELSE
               IF TOTAL-LEIDOS = 0
                   DISPLAY "*** La bitacora esta vacia; el dia no se "
           CLOSE ARCHIVO-CONTROL-CARGA
           .

       COPY CTLPASO.

      ******************************************************************
      * El dia por defecto es el dia de negocio cerrado por el         *
      * operador (fecha-cerrada.txt), que el extracto nocturno acaba   *
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-TRABAJO-NUM
           PERFORM 9700-RETROCEDER-UN-DIA
           MOVE FECHA-TRABAJO-NUM TO FECHA-CERRADA
           MOVE 0 TO FLAG-FIN-FECHA-CER
           OPEN INPUT ARCHIVO-FECHA-CERRADA
           READ ARCHIVO-FECHA-CERRADA NEXT RECORD
           END-READ
           IF FLAG-FIN-FECHA-CER = 0
               AND REGISTRO-FECHA-CERRADA > 0
               MOVE REGISTRO-FECHA-CERRADA TO FECHA-CERRADA
           END-IF
           CLOSE ARCHIVO-FECHA-CERRADA
           .
       3000-FINAL-PROGRAMA.
           CLOSE LOG-HISTORICO
           CLOSE BD-HISTORICO
           IF FLAG-PASO-CADENA = 1
               MOVE TOTAL-LEIDOS TO LEIDOS-PASO
               MOVE TOTAL-CARGADOS TO ESCRITOS-PASO
               PERFORM 9330-MARCAR-FIN-PASO
           END-IF
           DISPLAY "***************************************************"
           STOP RUN
           .
