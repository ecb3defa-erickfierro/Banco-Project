      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los dispensados se ordenan por terminal    *
      *                     y se totalizan por corte de control, sin   *
      *                     la tabla de 10 maquinas                    *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS CLAVE-BOVEDA
           FILE STATUS IS ESTADO-ARCHIVO-BOVEDA.

           SELECT TRABAJO-DISPENSADOS
           ASSIGN TO "..\assets/trabajo-pronostico.tmp".

       DATA DIVISION.
       FILE SECTION.
           FD LOG-HISTORICO.
           FD BD-BOVEDA.
               COPY BOVEDA.

           SD TRABAJO-DISPENSADOS.
               01 REGISTRO-TRABAJO-DISPENSADO.
                   05 TERMINAL-SRT           PIC X(04).
                   05 BILLETES-SRT OCCURS 5 TIMES PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY DENOMTBL.

       77 DIAS-HISTORIA PIC 9(03).
       77 DIAS-COBERTURA PIC 9(03).
       77 FLAG-FIN-LOG PIC 9 VALUE 0.
       77 FLAG-FIN-TRABAJO PIC 9 VALUE 0.
       77 IX-DENOM PIC 9(02) COMP.
       77 IX-DIA PIC 9(03) COMP.
       77 FECHA-SISTEMA PIC 9(08).
       77 ULTIMO-DIA-MES PIC 9(02).
       77 COCIENTE-BISIESTO PIC 9(04).
           05 DIA-TRABAJO PIC 9(02).
       01 FECHA-TRABAJO-NUM REDEFINES FECHA-TRABAJO PIC 9(08).

       01 DISPENSADO-TERMINAL.
           05 ID-TERMINAL-RES           PIC X(04).
           05 TOTAL-DISPENSADO-TERM OCCURS 5 TIMES
               PIC 9(08) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF DIAS-COBERTURA = 0
               MOVE 7 TO DIAS-COBERTURA
           END-IF
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-TRABAJO-NUM
           OPEN INPUT BD-BOVEDA
           .

      ******************************************************************
      * Los dispensados se ordenan por terminal y se totalizan por     *
      * corte de control, sin tablas en memoria: no hay tope de        *
      * maquinas. Las bitacoras anteriores al campo de terminal traen  *
      * espacios y quedan como su propio terminal.                     *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           SORT TRABAJO-DISPENSADOS
               ON ASCENDING KEY TERMINAL-SRT
               INPUT PROCEDURE IS 2050-RECOGER-DISPENSADOS
               OUTPUT PROCEDURE IS 2500-IMPRIMIR-ORDEN-CARGA
           .

       2050-RECOGER-DISPENSADOS.
           PERFORM 2100-LEER-BITACORA-DE-UN-DIA
               VARYING IX-DIA FROM 1 BY 1
               UNTIL IX-DIA > DIAS-HISTORIA
           .

      ******************************************************************
           IF FLAG-FIN-LOG = 0
               IF ID-OPCION-LOG = 02
                   AND CODIGO-RESULTADO-LOG = "00"
                   PERFORM 2120-LIBERAR-DISPENSADO
               END-IF
           END-IF
           .

       2120-LIBERAR-DISPENSADO.
           MOVE TERMINAL-LOG TO TERMINAL-SRT
           PERFORM 2130-COPIAR-UNA-DENOMINACION
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           RELEASE REGISTRO-TRABAJO-DISPENSADO
           .

       2130-COPIAR-UNA-DENOMINACION.
           MOVE DETALLE-BILLETES-LOG(IX-DENOM) TO BILLETES-SRT(IX-DENOM)
           .

       2500-IMPRIMIR-ORDEN-CARGA.
           DISPLAY "Historia: " DIAS-HISTORIA " dias - cobertura: "
               DIAS-COBERTURA " dias"
           DISPLAY "---------------------------------------------------"
           MOVE 0 TO FLAG-FIN-TRABAJO
           PERFORM 2505-RETORNAR-DISPENSADO
           IF FLAG-FIN-TRABAJO = 1
               DISPLAY "   (sin dispensados en la historia leida)"
           END-IF
           PERFORM 2510-IMPRIMIR-UN-TERMINAL
               UNTIL FLAG-FIN-TRABAJO = 1
           DISPLAY "---------------------------------------------------"
           .

       2505-RETORNAR-DISPENSADO.
           RETURN TRABAJO-DISPENSADOS
               AT END MOVE 1 TO FLAG-FIN-TRABAJO
           END-RETURN
           .

       2510-IMPRIMIR-UN-TERMINAL.
           MOVE TERMINAL-SRT TO ID-TERMINAL-RES
           PERFORM 2511-LIMPIAR-UNA-DENOMINACION
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           PERFORM 2512-ACUMULAR-DISPENSADO
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR TERMINAL-SRT NOT = ID-TERMINAL-RES
           DISPLAY "Terminal " ID-TERMINAL-RES
           PERFORM 2520-IMPRIMIR-UN-CASETE
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           .

       2511-LIMPIAR-UNA-DENOMINACION.
           MOVE 0 TO TOTAL-DISPENSADO-TERM(IX-DENOM)
           .

       2512-ACUMULAR-DISPENSADO.
           PERFORM 2513-ACUMULAR-UNA-DENOMINACION
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           PERFORM 2505-RETORNAR-DISPENSADO
           .

       2513-ACUMULAR-UNA-DENOMINACION.
           ADD BILLETES-SRT(IX-DENOM) TO TOTAL-DISPENSADO-TERM(IX-DENOM)
           .

      ******************************************************************
      * El promedio diario se redondea hacia arriba para que la orden  *
      * de carga nunca se quede corta por el residuo de la division.   *
      ******************************************************************
       2520-IMPRIMIR-UN-CASETE.
           MOVE ID-TERMINAL-RES TO TERMINAL-BOVEDA
           MOVE DENOM-VALOR(IX-DENOM) TO DENOMINACION-BILLETE
           READ BD-BOVEDA KEY IS CLAVE-BOVEDA
               INVALID KEY MOVE 0 TO CANTIDAD-BILLETES
           END-READ
           MOVE CANTIDAD-BILLETES TO CANTIDAD-ACTUAL-CASETE
           COMPUTE PROMEDIO-DIARIO =
               (TOTAL-DISPENSADO-TERM(IX-DENOM)
               + DIAS-HISTORIA - 1) / DIAS-HISTORIA
           IF PROMEDIO-DIARIO = 0
               DISPLAY "   Casete " DENOM-VALOR(IX-DENOM)
