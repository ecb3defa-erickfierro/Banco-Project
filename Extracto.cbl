      *                     ventana nocturna. Sin el archivo de        *
      *                     control rige la fecha del sistema          *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Paso de la cadena nocturna: solo corre     *
      *                     cuando la conciliacion, el monitoreo, la   *
      *                     depuracion, las ordenes y el corte del     *
      *                     dia estan terminados en BD-CONTROL-CADENA, *
      *                     para no partir la bitacora antes de        *
      *                     tiempo, y anota alli su inicio, su fin y   *
      *                     los conteos. Si la bitacora no se pudo     *
      *                     rotar el paso queda como fallido           *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El extracto al host incluye los pagos de   *
      *                     servicios (33), las remesas a las cuentas  *
      *                     de recaudo (34) y las reversas de pagos    *
      *                     rechazados (35)                            *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los totales por terminal salen de ordenar  *
      *                     el extracto por terminal, sin la tabla de  *
      *                     10 maquinas                                *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los parrafos del control de la cadena      *
      *                     nocturna (9300 a 9340) se toman del        *
      *                     copybook CTLPASO, comun a todos los pasos  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ASSIGN TO "..\assets/log-transacciones-nueva.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BD-CONTROL-CADENA
           ASSIGN TO "..\assets/control-cadena.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-CONTROL-CADENA
           FILE STATUS IS ESTADO-ARCHIVO-CONTROL.

           SELECT TRABAJO-TERMINALES
           ASSIGN TO "..\assets/trabajo-extracto-term.tmp".

       DATA DIVISION.
       FILE SECTION.
           FD LOG-TRANSACCIONES.
                   ==USUARIO-LOG== BY ==USUARIO-LOG-NVO==
                   ==TERMINAL-LOG== BY ==TERMINAL-LOG-NVO==.

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

           SD TRABAJO-TERMINALES.
               01 REGISTRO-TRABAJO-TERMINAL.
                   05 FILLER                 PIC X(10).
                   05 MONTO-SRT              PIC 9(09)V99.
                   05 FILLER                 PIC X(25).
                   05 TERMINAL-SRT           PIC X(04).

       WORKING-STORAGE SECTION.
       77 FLAG-FIN-LOG PIC 9 VALUE 0.
       77 TOTAL-REGISTROS-EXTRACTO PIC 9(06) COMP VALUE 0.
       77 FLAG-FIN-ROTACION PIC 9 VALUE 0.
       77 TOTAL-ARCHIVADOS PIC 9(06) COMP VALUE 0.
       77 TOTAL-REMANENTES PIC 9(06) COMP VALUE 0.
       77 FLAG-FIN-TRABAJO PIC 9 VALUE 0.
       77 TERMINAL-GRUPO PIC X(04).
       77 REGISTROS-TERMINAL PIC 9(07) COMP.
       77 MONTO-TERMINAL PIC S9(11)V99 COMP-3.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 07.
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
           PERFORM 9400-OBTENER-FECHA-CERRADA
           MOVE FECHA-CERRADA TO FECHA-CORTE
           DISPLAY "Dia de negocio a extractar: " FECHA-CORTE
           MOVE FECHA-CERRADA TO FECHA-CADENA
           PERFORM 9300-VERIFICAR-CADENA
           OPEN INPUT LOG-TRANSACCIONES
           OPEN OUTPUT ARCHIVO-EXTRACTO
           .

      ******************************************************************
      * Los totales por terminal salen de ordenar el extracto ya       *
      * escrito por terminal, sin tablas en memoria: no hay tope de    *
      * maquinas. Las bitacoras anteriores al campo de terminal traen  *
      * espacios y quedan como su propio terminal.                     *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           PERFORM 2100-LEER-Y-EXTRAER UNTIL FLAG-FIN-LOG = 1
           CLOSE ARCHIVO-EXTRACTO
           DISPLAY "Registros extraidos: " TOTAL-REGISTROS-EXTRACTO
           SORT TRABAJO-TERMINALES
               ON ASCENDING KEY TERMINAL-SRT
               USING ARCHIVO-EXTRACTO
               OUTPUT PROCEDURE IS 2200-TOTALIZAR-TERMINALES
           .

       2100-LEER-Y-EXTRAER.
               AT END MOVE 1 TO FLAG-FIN-LOG
           END-READ
           IF FLAG-FIN-LOG = 0
               ADD 1 TO LEIDOS-PASO
               IF CODIGO-RESULTADO-LOG = "00"
                   AND (ID-OPCION-LOG = 02 OR ID-OPCION-LOG = 04
                        OR ID-OPCION-LOG = 05 OR ID-OPCION-LOG = 08
                        OR ID-OPCION-LOG = 12 OR ID-OPCION-LOG = 13
                        OR ID-OPCION-LOG = 16 OR ID-OPCION-LOG = 33
                        OR ID-OPCION-LOG = 34 OR ID-OPCION-LOG = 35)
                   AND FECHA-HORA-LOG(1:8) = FECHA-CORTE
                   PERFORM 2110-ESCRIBIR-EXTRACTO
               END-IF
           ADD 1 TO TOTAL-REGISTROS-EXTRACTO
           MOVE TOTAL-REGISTROS-EXTRACTO TO NUMERO-SECUENCIA-EXT
           WRITE REGISTRO-EXTRACTO
           .

       2200-TOTALIZAR-TERMINALES.
           MOVE 0 TO FLAG-FIN-TRABAJO
           PERFORM 2210-RETORNAR-REGISTRO
           PERFORM 2220-TOTALIZAR-UN-TERMINAL
               UNTIL FLAG-FIN-TRABAJO = 1
           .

       2210-RETORNAR-REGISTRO.
           RETURN TRABAJO-TERMINALES
               AT END MOVE 1 TO FLAG-FIN-TRABAJO
           END-RETURN
           .

       2220-TOTALIZAR-UN-TERMINAL.
           MOVE TERMINAL-SRT TO TERMINAL-GRUPO
           MOVE 0 TO REGISTROS-TERMINAL
           MOVE 0 TO MONTO-TERMINAL
           PERFORM 2230-ACUMULAR-UN-REGISTRO
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR TERMINAL-SRT NOT = TERMINAL-GRUPO
           DISPLAY "   Terminal " TERMINAL-GRUPO
               " - registros: " REGISTROS-TERMINAL
               " - monto: " MONTO-TERMINAL
           .

       2230-ACUMULAR-UN-REGISTRO.
           ADD 1 TO REGISTROS-TERMINAL
           ADD MONTO-SRT TO MONTO-TERMINAL
           PERFORM 2210-RETORNAR-REGISTRO
           .

       3000-FINAL-PROGRAMA.
           CLOSE LOG-TRANSACCIONES
           IF ESTADO-ARCHIVO-LOG = "00"
               PERFORM 3100-ROTAR-LOG-TRANSACCIONES
           ELSE
               MOVE 12 TO RETORNO-PASO
           END-IF
           MOVE TOTAL-REGISTROS-EXTRACTO TO ESCRITOS-PASO
           PERFORM 9330-MARCAR-FIN-PASO
           DISPLAY "***************************************************"
           STOP RUN
           .
                   "de transacciones; revisar "
                   "log-transacciones-nueva.txt antes de la proxima "
                   "noche ***"
               MOVE 12 TO RETORNO-PASO
           ELSE
               DISPLAY "Bitacora archivada: " TOTAL-ARCHIVADOS
                   " movimientos - quedan en la viva: "
           END-IF
           .

       COPY CTLPASO.

      ******************************************************************
      * La cadena nocturna procesa el dia de negocio cerrado por el    *
      * operador (fecha-cerrada.txt); sin el archivo de control rige   *
