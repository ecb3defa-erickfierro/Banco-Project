      ******************************************************************
      * Copybook: CTLPASO.cpy                                          *
      * Purpose: Parrafos del control de la cadena nocturna que        *
      *          comparte cada programa de la cadena, para que la      *
      *          verificacion y el registro del paso en                *
      *          BD-CONTROL-CADENA se definan en un solo lugar. Se     *
      *          copia en la PROCEDURE DIVISION; el programa declara   *
      *          el FD BD-CONTROL-CADENA (CTLCADEN), la tabla PASOSCAD *
      *          y los campos PASO-CADENA, FECHA-CADENA, IX-PASO,      *
      *          FLAG-CADENA-PERMITIDA, RETORNO-PASO, LEIDOS-PASO,     *
      *          ESCRITOS-PASO, FECHA-CONTROL, HORA-CONTROL,           *
      *          FECHA-HORA-CONTROL y ESTADO-ARCHIVO-CONTROL.          *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

      ******************************************************************
      * Control de la cadena nocturna: el paso corre solo si sus pasos *
      * previos del dia cerrado estan terminados en BD-CONTROL-CADENA  *
      * y no se repite si ya termino. Un paso que quedo en curso o     *
      * fallido (corrida abortada) se vuelve a correr completo.        *
      ******************************************************************
       9300-VERIFICAR-CADENA.
           MOVE 1 TO FLAG-CADENA-PERMITIDA
           OPEN I-O BD-CONTROL-CADENA
           PERFORM 9310-VERIFICAR-UN-PREVIO
               VARYING IX-PASO FROM 1 BY 1 UNTIL IX-PASO > 9
           MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
           MOVE PASO-CADENA TO PASO-CTL
           READ BD-CONTROL-CADENA KEY IS CLAVE-CONTROL-CADENA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CONTROL
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CONTROL
           END-READ
           IF ESTADO-ARCHIVO-CONTROL = "00" AND PASO-TERMINADO
               DISPLAY "*** " PROGRAMA-PASO-CAD(PASO-CADENA)
                   " ya termino para el dia " FECHA-CADENA
                   "; no se repite ***"
               MOVE 0 TO FLAG-CADENA-PERMITIDA
           END-IF
           IF FLAG-CADENA-PERMITIDA = 1
               PERFORM 9320-MARCAR-INICIO-PASO
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

       9310-VERIFICAR-UN-PREVIO.
           IF PREVIO-PASO-CAD(PASO-CADENA IX-PASO) = "1"
               MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
               MOVE IX-PASO TO PASO-CTL
               READ BD-CONTROL-CADENA KEY IS CLAVE-CONTROL-CADENA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CONTROL
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CONTROL
               END-READ
               IF ESTADO-ARCHIVO-CONTROL NOT = "00"
                   OR NOT PASO-TERMINADO
                   DISPLAY "*** Falta terminar "
                       PROGRAMA-PASO-CAD(IX-PASO)
                       " del dia " FECHA-CADENA " ***"
                   MOVE 0 TO FLAG-CADENA-PERMITIDA
               END-IF
           END-IF
           .

       9320-MARCAR-INICIO-PASO.
           IF ESTADO-ARCHIVO-CONTROL NOT = "00"
               MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
               MOVE PASO-CADENA TO PASO-CTL
               MOVE PROGRAMA-PASO-CAD(PASO-CADENA) TO PROGRAMA-CTL
               MOVE 0 TO EJECUCIONES-CTL
           END-IF
           PERFORM 9340-SELLAR-CONTROL
           MOVE FECHA-HORA-CONTROL TO FECHA-HORA-INICIO-CTL
           MOVE SPACES TO FECHA-HORA-FIN-CTL
           MOVE 0 TO CODIGO-RETORNO-CTL
           MOVE 0 TO REGISTROS-LEIDOS-CTL
           MOVE 0 TO REGISTROS-ESCRITOS-CTL
           ADD 1 TO EJECUCIONES-CTL
           SET PASO-EN-CURSO TO TRUE
           IF ESTADO-ARCHIVO-CONTROL = "00"
               REWRITE REGISTRO-CONTROL-CADENA
           ELSE
               WRITE REGISTRO-CONTROL-CADENA
           END-IF
           .

      ******************************************************************
      * Cierra el paso en BD-CONTROL-CADENA: terminado si el codigo de *
      * retorno quedo en cero, fallido en otro caso, con sus conteos.  *
      * El codigo de retorno tambien sale al sistema para el driver.   *
      ******************************************************************
       9330-MARCAR-FIN-PASO.
           OPEN I-O BD-CONTROL-CADENA
           MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
           MOVE PASO-CADENA TO PASO-CTL
           READ BD-CONTROL-CADENA KEY IS CLAVE-CONTROL-CADENA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CONTROL
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CONTROL
           END-READ
           IF ESTADO-ARCHIVO-CONTROL = "00"
               PERFORM 9340-SELLAR-CONTROL
               MOVE FECHA-HORA-CONTROL TO FECHA-HORA-FIN-CTL
               MOVE RETORNO-PASO TO CODIGO-RETORNO-CTL
               MOVE LEIDOS-PASO TO REGISTROS-LEIDOS-CTL
               MOVE ESCRITOS-PASO TO REGISTROS-ESCRITOS-CTL
               IF RETORNO-PASO = 0
                   SET PASO-TERMINADO TO TRUE
               ELSE
                   SET PASO-FALLIDO TO TRUE
               END-IF
               REWRITE REGISTRO-CONTROL-CADENA
           END-IF
           CLOSE BD-CONTROL-CADENA
           MOVE RETORNO-PASO TO RETURN-CODE
           .

       9340-SELLAR-CONTROL.
           ACCEPT FECHA-CONTROL FROM DATE YYYYMMDD
           ACCEPT HORA-CONTROL FROM TIME
           STRING FECHA-CONTROL DELIMITED BY SIZE
                  HORA-CONTROL(1:6) DELIMITED BY SIZE
               INTO FECHA-HORA-CONTROL
           .
