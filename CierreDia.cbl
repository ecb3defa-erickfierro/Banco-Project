      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Primer paso de la cadena nocturna: anota   *
      *                     su inicio y fin en BD-CONTROL-CADENA bajo  *
      *                     el dia que cierra y no repite un cierre    *
      *                     ya terminado. Un cierre cancelado queda    *
      *                     como paso fallido para que el resto de la  *
      *                     cadena no corra sobre ese dia              *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: No abre un dia nuevo mientras algun paso   *
      *                     de la cadena del dia cerrado anterior no   *
      *                     este terminado en BD-CONTROL-CADENA        *
      *                     (codigo de retorno 8)                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los parrafos del control de la cadena      *
      *                     nocturna (9300 a 9340) se toman del        *
      *                     copybook CTLPASO, comun a todos los pasos; *
      *                     la verificacion del dia cerrado anterior   *
      *                     queda aparte, antes del control comun      *
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
           FD ARCHIVO-FECHA-NEGOCIO.
           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

       WORKING-STORAGE SECTION.
       77 FLAG-FIN-FECHA PIC 9 VALUE 0.
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA-ANTERIOR PIC 9(08).
       77 NOMBRE-ARCHIVO-ANTERIOR PIC X(40).
       77 RESULTADO-EXISTE PIC 9(02) COMP.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 01.
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

       01 DETALLE-EXISTENCIA PIC X(64).

               MOVE REGISTRO-FECHA-NEGOCIO TO FECHA-A-CERRAR
           END-IF
           CLOSE ARCHIVO-FECHA-NEGOCIO
           MOVE FECHA-A-CERRAR TO FECHA-CADENA
           PERFORM 9350-VERIFICAR-DIA-ANTERIOR
           PERFORM 9300-VERIFICAR-CADENA
           .

       2000-PROCESO-PROGRAMA.
           PERFORM 2050-VERIFICAR-CIERRE-ANTERIOR
           IF FLAG-CIERRE-PERMITIDO = 0
               DISPLAY "*** Cierre cancelado ***"
               MOVE 4 TO RETORNO-PASO
           ELSE
               DISPLAY "Dia de negocio vigente: " FECHA-A-CERRAR
               DISPLAY "Confirma el cierre del dia? (S/N): "
               IF RESPUESTA-CIERRE NOT = "S"
                   AND RESPUESTA-CIERRE NOT = "s"
                   DISPLAY "*** Cierre cancelado por el operador ***"
                   MOVE 4 TO RETORNO-PASO
               ELSE
                   PERFORM 2100-APLICAR-CIERRE
               END-IF
      ******************************************************************
       2050-VERIFICAR-CIERRE-ANTERIOR.
           MOVE 1 TO FLAG-CIERRE-PERMITIDO
           PERFORM 9400-OBTENER-CERRADA-ANTERIOR
           IF FECHA-CERRADA-ANTERIOR > 0
               STRING "..\assets/log-transacciones-" DELIMITED BY SIZE
                      FECHA-CERRADA-ANTERIOR DELIMITED BY SIZE
           OPEN OUTPUT ARCHIVO-FECHA-NEGOCIO
           WRITE REGISTRO-FECHA-NEGOCIO
           CLOSE ARCHIVO-FECHA-NEGOCIO
           MOVE 2 TO ESCRITOS-PASO
           DISPLAY "Dia cerrado: " FECHA-A-CERRAR
           DISPLAY "Nuevo dia de negocio: " FECHA-TRABAJO-NUM
           DISPLAY "Los terminales siguen en servicio sellando con "
           END-IF
           .

       COPY CTLPASO.

      ******************************************************************
      * No se abre un dia nuevo mientras la cadena del dia cerrado     *
      * anterior (fecha-cerrada.txt) no tenga todos sus pasos          *
      * terminados: sus pasos solo se corren para esa fecha y, cerrado *
      * otro dia encima, ya no se correrian nunca. Un dia cerrado sin  *
      * registro de CIERRE-DIA en BD-CONTROL-CADENA es anterior al     *
      * control de la cadena y no se exige. Se verifica antes del      *
      * control comun del paso, que no conoce el dia anterior.         *
      ******************************************************************
       9350-VERIFICAR-DIA-ANTERIOR.
           MOVE 1 TO FLAG-CADENA-PERMITIDA
           OPEN I-O BD-CONTROL-CADENA
           PERFORM 9400-OBTENER-CERRADA-ANTERIOR
           IF FECHA-CERRADA-ANTERIOR > 0
               AND FECHA-CERRADA-ANTERIOR NOT = FECHA-CADENA
               MOVE FECHA-CERRADA-ANTERIOR TO FECHA-CERRADA-CTL
               MOVE PASO-CADENA TO PASO-CTL
               READ BD-CONTROL-CADENA KEY IS CLAVE-CONTROL-CADENA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CONTROL
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CONTROL
               END-READ
               IF ESTADO-ARCHIVO-CONTROL = "00"
                   PERFORM 9360-VERIFICAR-PASO-ANTERIOR
                       VARYING IX-PASO FROM 1 BY 1 UNTIL IX-PASO > 9
               END-IF
           END-IF
           CLOSE BD-CONTROL-CADENA
           IF FLAG-CADENA-PERMITIDA = 0
               DISPLAY "*** Corrida cancelada por el control de la "
                   "cadena nocturna ***"
               DISPLAY
                   "***************************************************"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9360-VERIFICAR-PASO-ANTERIOR.
           MOVE FECHA-CERRADA-ANTERIOR TO FECHA-CERRADA-CTL
           MOVE IX-PASO TO PASO-CTL
           READ BD-CONTROL-CADENA KEY IS CLAVE-CONTROL-CADENA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CONTROL
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CONTROL
           END-READ
           IF ESTADO-ARCHIVO-CONTROL NOT = "00"
               OR NOT PASO-TERMINADO
               DISPLAY "*** Falta terminar "
                   PROGRAMA-PASO-CAD(IX-PASO)
                   " del dia cerrado " FECHA-CERRADA-ANTERIOR " ***"
               MOVE 0 TO FLAG-CADENA-PERMITIDA
           END-IF
           .

       9400-OBTENER-CERRADA-ANTERIOR.
           MOVE 0 TO FECHA-CERRADA-ANTERIOR
           MOVE 0 TO FLAG-FIN-FECHA-CER
           OPEN INPUT ARCHIVO-FECHA-CERRADA
           READ ARCHIVO-FECHA-CERRADA NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-FECHA-CER
           END-READ
           IF FLAG-FIN-FECHA-CER = 0
               AND REGISTRO-FECHA-CERRADA > 0
               MOVE REGISTRO-FECHA-CERRADA TO FECHA-CERRADA-ANTERIOR
           END-IF
           CLOSE ARCHIVO-FECHA-CERRADA
           .

       3000-FINAL-PROGRAMA.
           PERFORM 9330-MARCAR-FIN-PASO
           DISPLAY "***************************************************"
           STOP RUN
           .
