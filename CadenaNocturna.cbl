      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Driver de la cadena nocturna para el operador. Corre  *
      *          en su orden los pasos de la cadena (PASOSCAD) para el *
      *          dia de negocio que se cierra, muestra el estado de    *
      *          cada paso en BD-CONTROL-CADENA con su inicio, fin,    *
      *          codigo de retorno y conteos, omite los pasos que ya   *
      *          terminaron y se detiene en el primero que no termine. *
      *          Vuelto a correr tras un aborto, retoma la misma noche *
      *          en el paso que fallo en vez de cerrar otro dia.       *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA-NOCTURNA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVO-FECHA-NEGOCIO
           ASSIGN TO "..\assets/fecha-negocio.txt"
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
           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 FLAG-FIN-FECHA PIC 9 VALUE 0.
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 FLAG-CADENA-DETENIDA PIC 9 VALUE 0.
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-NEGOCIO PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FECHA-CADENA PIC 9(08).
       77 IX-PASO PIC 9(02) COMP.
       77 PASO-CONSULTA PIC 9(02).
       77 PASO-INICIAL PIC 9(02) VALUE 0.
       77 PASO-MOSTRADO PIC 9(02).
       77 TOTAL-PASOS-TERMINADOS PIC 9(02) COMP VALUE 0.
       77 TOTAL-PASOS-CORRIDOS PIC 9(02) COMP VALUE 0.
       77 TOTAL-PASOS-OMITIDOS PIC 9(02) COMP VALUE 0.
       77 RESPUESTA-CADENA PIC X(01).
       77 RETORNO-COMANDO PIC S9(04).
       77 DESCRIPCION-ESTADO PIC X(10).

       01 COMANDO-PASO PIC X(60).

       COPY PASOSCAD.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*       CADENA NOCTURNA DE PROCESOS               *"
           DISPLAY "***************************************************"
           PERFORM 1100-OBTENER-FECHAS
           PERFORM 1200-ELEGIR-NOCHE
           .

      ******************************************************************
      * Sin fecha de negocio (primera vez del control) el dia vigente  *
      * es la fecha del sistema, igual que en CIERRE-DIA.              *
      ******************************************************************
       1100-OBTENER-FECHAS.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-NEGOCIO
           MOVE 0 TO FECHA-CERRADA
           MOVE 0 TO FLAG-FIN-FECHA
           OPEN INPUT ARCHIVO-FECHA-NEGOCIO
           READ ARCHIVO-FECHA-NEGOCIO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-FECHA
           END-READ
           IF FLAG-FIN-FECHA = 0
               AND REGISTRO-FECHA-NEGOCIO > 0
               MOVE REGISTRO-FECHA-NEGOCIO TO FECHA-NEGOCIO
           END-IF
           CLOSE ARCHIVO-FECHA-NEGOCIO
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
      * Si el ultimo dia cerrado tiene su cierre terminado en la       *
      * cadena pero le falta algun paso, la noche quedo a medias y se  *
      * retoma ese dia. En otro caso la noche es la del dia de negocio *
      * vigente, que el primer paso (CIERRE-DIA) va a cerrar.          *
      ******************************************************************
       1200-ELEGIR-NOCHE.
           MOVE FECHA-NEGOCIO TO FECHA-CADENA
           IF FECHA-CERRADA > 0
               MOVE FECHA-CERRADA TO FECHA-CERRADA-CTL
               MOVE 1 TO PASO-CONSULTA
               PERFORM 2900-LEER-CONTROL-PASO
               IF ESTADO-ARCHIVO-CONTROL = "00" AND PASO-TERMINADO
                   MOVE FECHA-CERRADA TO FECHA-CADENA
                   PERFORM 1210-CONTAR-TERMINADOS
                   IF TOTAL-PASOS-TERMINADOS >= 9
                       MOVE FECHA-NEGOCIO TO FECHA-CADENA
                   ELSE
                       DISPLAY "*** La noche del " FECHA-CERRADA
                           " quedo incompleta; se retoma ***"
                   END-IF
               END-IF
           END-IF
           DISPLAY "Dia de la cadena: " FECHA-CADENA
           .

       1210-CONTAR-TERMINADOS.
           MOVE 0 TO TOTAL-PASOS-TERMINADOS
           PERFORM 1220-CONTAR-UN-TERMINADO
               VARYING IX-PASO FROM 1 BY 1 UNTIL IX-PASO > 9
           .

       1220-CONTAR-UN-TERMINADO.
           MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
           MOVE IX-PASO TO PASO-CONSULTA
           PERFORM 2900-LEER-CONTROL-PASO
           IF ESTADO-ARCHIVO-CONTROL = "00" AND PASO-TERMINADO
               ADD 1 TO TOTAL-PASOS-TERMINADOS
           END-IF
           .

       2000-PROCESO-PROGRAMA.
           PERFORM 2100-MOSTRAR-ESTADO-CADENA
           PERFORM 2200-UBICAR-PASO-INICIAL
               VARYING IX-PASO FROM 9 BY -1 UNTIL IX-PASO < 1
           IF PASO-INICIAL = 0
               DISPLAY "La cadena del " FECHA-CADENA
                   " ya esta completa; no hay pasos por correr."
           ELSE
               DISPLAY "Correr la cadena desde el paso " PASO-INICIAL
                   " " PROGRAMA-PASO-CAD(PASO-INICIAL) "? (S/N): "
                   WITH NO ADVANCING
               ACCEPT RESPUESTA-CADENA
               IF RESPUESTA-CADENA NOT = "S"
                   AND RESPUESTA-CADENA NOT = "s"
                   DISPLAY "*** Cadena no ejecutada por el operador ***"
               ELSE
                   PERFORM 2300-CORRER-UN-PASO
                       VARYING IX-PASO FROM PASO-INICIAL BY 1
                       UNTIL IX-PASO > 9 OR FLAG-CADENA-DETENIDA = 1
                   PERFORM 2100-MOSTRAR-ESTADO-CADENA
               END-IF
           END-IF
           .

       2100-MOSTRAR-ESTADO-CADENA.
           DISPLAY "---------------------------------------------------"
           DISPLAY "ESTADO DE LA CADENA DEL " FECHA-CADENA
           DISPLAY "---------------------------------------------------"
           PERFORM 2110-MOSTRAR-UN-PASO
               VARYING IX-PASO FROM 1 BY 1 UNTIL IX-PASO > 9
           .

       2110-MOSTRAR-UN-PASO.
           MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
           MOVE IX-PASO TO PASO-CONSULTA
           PERFORM 2900-LEER-CONTROL-PASO
           MOVE IX-PASO TO PASO-MOSTRADO
           IF ESTADO-ARCHIVO-CONTROL NOT = "00"
               DISPLAY "   " PASO-MOSTRADO " "
                   PROGRAMA-PASO-CAD(IX-PASO) " PENDIENTE"
           ELSE
               EVALUATE TRUE
                   WHEN PASO-TERMINADO
                       MOVE "TERMINADO" TO DESCRIPCION-ESTADO
                   WHEN PASO-FALLIDO
                       MOVE "FALLIDO" TO DESCRIPCION-ESTADO
                   WHEN OTHER
                       MOVE "EN CURSO" TO DESCRIPCION-ESTADO
               END-EVALUATE
               DISPLAY "   " PASO-MOSTRADO " "
                   PROGRAMA-PASO-CAD(IX-PASO) " " DESCRIPCION-ESTADO
                   " ret " CODIGO-RETORNO-CTL
                   " corridas " EJECUCIONES-CTL
               DISPLAY "      inicio " FECHA-HORA-INICIO-CTL
                   " fin " FECHA-HORA-FIN-CTL
                   " leidos " REGISTROS-LEIDOS-CTL
                   " escritos " REGISTROS-ESCRITOS-CTL
           END-IF
           .

      ******************************************************************
      * Se recorre de atras hacia adelante para quedarse con el primer *
      * paso que no ha terminado; un paso en curso es una corrida      *
      * abortada y se retoma igual que uno fallido.                    *
      ******************************************************************
       2200-UBICAR-PASO-INICIAL.
           MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
           MOVE IX-PASO TO PASO-CONSULTA
           PERFORM 2900-LEER-CONTROL-PASO
           IF ESTADO-ARCHIVO-CONTROL NOT = "00"
               OR NOT PASO-TERMINADO
               MOVE IX-PASO TO PASO-INICIAL
           END-IF
           .

      ******************************************************************
      * Cada paso es un programa principal que termina con STOP RUN y  *
      * se corre tambien suelto, asi que no se puede llamar con CALL   *
      * como subprograma sin que su STOP RUN termine el driver: se     *
      * lanza como comando del sistema y deja su propio registro en    *
      * BD-CONTROL-CADENA; el driver no confia en el codigo de salida  *
      * sino en ese registro, que solo queda terminado si el paso      *
      * llego a su fin normal.                                         *
      ******************************************************************
       2300-CORRER-UN-PASO.
           MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
           MOVE IX-PASO TO PASO-CONSULTA
           PERFORM 2900-LEER-CONTROL-PASO
           MOVE IX-PASO TO PASO-MOSTRADO
           IF ESTADO-ARCHIVO-CONTROL = "00" AND PASO-TERMINADO
               ADD 1 TO TOTAL-PASOS-OMITIDOS
               DISPLAY "Paso " PASO-MOSTRADO " "
                   PROGRAMA-PASO-CAD(IX-PASO)
                   " ya terminado; se omite"
           ELSE
               DISPLAY "---------------------------------------------"
               DISPLAY "Paso " PASO-MOSTRADO " "
                   PROGRAMA-PASO-CAD(IX-PASO) " en ejecucion"
               MOVE SPACES TO COMANDO-PASO
               STRING MODULO-PASO-CAD(IX-PASO) DELIMITED BY SPACE
                   INTO COMANDO-PASO
               CALL "SYSTEM" USING COMANDO-PASO
               MOVE RETURN-CODE TO RETORNO-COMANDO
               ADD 1 TO TOTAL-PASOS-CORRIDOS
               MOVE FECHA-CADENA TO FECHA-CERRADA-CTL
               MOVE IX-PASO TO PASO-CONSULTA
               PERFORM 2900-LEER-CONTROL-PASO
               IF ESTADO-ARCHIVO-CONTROL NOT = "00"
                   OR NOT PASO-TERMINADO
                   MOVE 1 TO FLAG-CADENA-DETENIDA
                   DISPLAY "*** Cadena detenida en el paso "
                       PASO-MOSTRADO " " PROGRAMA-PASO-CAD(IX-PASO)
                       " (salida " RETORNO-COMANDO ") ***"
                   DISPLAY "*** Corregir la causa y volver a correr "
                       "CADENA-NOCTURNA: retoma en este paso ***"
               END-IF
           END-IF
           .

      ******************************************************************
      * El archivo de control se abre y cierra en cada consulta para   *
      * no tenerlo tomado mientras el paso en curso lo actualiza.      *
      ******************************************************************
       2900-LEER-CONTROL-PASO.
           MOVE PASO-CONSULTA TO PASO-CTL
           OPEN INPUT BD-CONTROL-CADENA
           READ BD-CONTROL-CADENA KEY IS CLAVE-CONTROL-CADENA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CONTROL
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CONTROL
           END-READ
           CLOSE BD-CONTROL-CADENA
           .

       3000-FINAL-PROGRAMA.
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Pasos corridos:   " TOTAL-PASOS-CORRIDOS
           DISPLAY "   Pasos omitidos:   " TOTAL-PASOS-OMITIDOS
           IF FLAG-CADENA-DETENIDA = 1
               DISPLAY "   Cadena DETENIDA; ver el paso fallido arriba"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM CADENA-NOCTURNA.
