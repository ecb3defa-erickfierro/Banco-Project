      *                     Sin el archivo de control rige la fecha    *
      *                     del sistema                                *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Paso de la cadena nocturna: solo corre     *
      *                     con el cierre del dia terminado en         *
      *                     BD-CONTROL-CADENA y anota alli su inicio,  *
      *                     su fin y los conteos de la corrida. Una    *
      *                     lectura fallida de la suspensa deja el     *
      *                     paso como fallido                          *
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
           FD BD-DEPOSITOS-PENDIENTES.
           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-DEPOSITOS PIC X(02).
       77 FLAG-FIN-DEPOSITOS PIC 9 VALUE 0.
       77 TOTAL-EXPIRADOS PIC 9(05) COMP VALUE 0.
       77 MONTO-EXPIRADOS PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-PURGADOS PIC 9(05) COMP VALUE 0.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 04.
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

       01 FECHA-CALCULO.
           05 ANIO-CALCULO PIC 9(04).
           DISPLAY "***************************************************"
           DISPLAY "*       DEPURACION DE DEPOSITOS EN SUSPENSO       *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           MOVE FECHA-CERRADA TO FECHA-CADENA
           PERFORM 9300-VERIFICAR-CADENA
           DISPLAY "Dias para expirar pendientes (0 = 5): "
               WITH NO ADVANCING
           ACCEPT DIAS-EXPIRACION
           MOVE 0 TO CANTIDAD-TRAMO(1) CANTIDAD-TRAMO(2)
               CANTIDAD-TRAMO(3)
           MOVE 0 TO MONTO-TRAMO(1) MONTO-TRAMO(2) MONTO-TRAMO(3)
           MOVE FECHA-CERRADA TO FECHA-CALCULO-NUM
           PERFORM 9100-CALCULAR-DIA-SERIAL
           MOVE DIAS-SERIAL TO DIAS-SERIAL-HOY
               DISPLAY "*** Lectura de la suspensa termina con "
                   "estado " ESTADO-ARCHIVO-DEPOSITOS " ***"
               MOVE 1 TO FLAG-FIN-DEPOSITOS
               MOVE 12 TO RETORNO-PASO
           END-IF
           IF FLAG-FIN-DEPOSITOS = 0
               ADD 1 TO LEIDOS-PASO
               PERFORM 2110-CALCULAR-EDAD
               IF DEPOSITO-PENDIENTE
                   IF EDAD-DEPOSITO > DIAS-EXPIRACION
           END-IF
           .

       COPY CTLPASO.

      ******************************************************************
      * La cadena nocturna procesa el dia de negocio cerrado por el    *
      * operador (fecha-cerrada.txt); sin el archivo de control rige   *

       3000-FINAL-PROGRAMA.
           CLOSE BD-DEPOSITOS-PENDIENTES
           COMPUTE ESCRITOS-PASO = TOTAL-EXPIRADOS + TOTAL-PURGADOS
           PERFORM 9330-MARCAR-FIN-PASO
           DISPLAY "***************************************************"
           STOP RUN
           .
