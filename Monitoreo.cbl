      *                     que concilia la cadena. Sin el archivo de  *
      *                     control rige la fecha del sistema          *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Paso de la cadena nocturna: solo corre     *
      *                     con el cierre del dia terminado en         *
      *                     BD-CONTROL-CADENA y anota alli su inicio,  *
      *                     su fin y los conteos de la corrida         *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El monitoreo ya no acumula cuentas ni      *
      *                     terminales en tablas de tamano fijo: la    *
      *                     bitacora se ordena por terminal y por      *
      *                     cuenta en orden de llegada y cada grupo se *
      *                     revisa al corte de control, casando las    *
      *                     cuentas en secuencia contra BD-CUENTAS, de *
      *                     modo que ninguna cuenta ni terminal del dia*
      *                     queda sin monitorear                       *
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

           SELECT TRABAJO-TERMINALES
           ASSIGN TO "..\assets/trabajo-monitoreo-term.tmp".

           SELECT TRABAJO-CUENTAS
           ASSIGN TO "..\assets/trabajo-monitoreo.tmp".

           SELECT OPTIONAL BD-CONTROL-CADENA
           ASSIGN TO "..\assets/control-cadena.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-CONTROL-CADENA
           FILE STATUS IS ESTADO-ARCHIVO-CONTROL.

       DATA DIVISION.
       FILE SECTION.
           FD LOG-TRANSACCIONES.
           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

           SD TRABAJO-TERMINALES.
               01 REGISTRO-TRABAJO-TERMINAL.
                   05 TERMINAL-SRT           PIC X(04).
                   05 SECUENCIA-TERM-SRT     PIC 9(09).
                   05 FECHA-HORA-TERM-SRT    PIC X(14).
                   05 CUENTA-TERM-SRT        PIC 9(10).

           SD TRABAJO-CUENTAS.
               01 REGISTRO-TRABAJO-CUENTA.
                   05 CUENTA-SRT             PIC 9(10).
                   05 SECUENCIA-SRT          PIC 9(09).
                   05 FECHA-HORA-SRT         PIC X(14).
                   05 OPCION-SRT             PIC 9(02).
                   05 RESULTADO-SRT          PIC X(02).
                   05 MONTO-SRT              PIC S9(09)V99.
                   05 TERMINAL-CTA-SRT       PIC X(04).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 FLAG-FIN-LOG PIC 9 VALUE 0.
       77 FLAG-FIN-TRABAJO PIC 9 VALUE 0.
       77 FLAG-FIN-CUENTAS PIC 9 VALUE 0.
       77 FLAG-CUENTA-EN-VENTANA PIC 9 VALUE 0.
       77 SECUENCIA-LOG PIC 9(09) COMP VALUE 0.
       77 CUENTA-GRUPO PIC 9(10).
       77 TERMINAL-GRUPO PIC X(04).
       77 IX-VENT PIC 9(02) COMP.
       77 IX-DENOM PIC 9(02) COMP.
       77 SEGUNDOS-MOVIMIENTO PIC 9(08) COMP.
       77 UMBRAL-MONTO-RETIRO-MAX PIC S9(09)V99 COMP-3
           VALUE 1000000.
       77 FLAG-RETIRO-MAXIMO PIC 9 VALUE 0.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 03.
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

       01 HORA-MOVIMIENTO.
           05 HORA-MOV-HH PIC 9(02).
           05 HORA-MOV-MM PIC 9(02).
           05 HORA-MOV-SS PIC 9(02).

       01 MONITOREO-CUENTA.
           05 RECHAZOS-LIMITE-MON        PIC 9(04) COMP.
           05 RETIROS-DIA-MON            PIC 9(04) COMP.
           05 FECHA-RETIROS-MON          PIC X(08).
           05 ESTADO-PATRON-MON          PIC 9(01).
           05 FLAG-BLOQUEAR-MON          PIC 9(01).
           05 MOTIVO-BLOQUEO-MON         PIC X(40).
           05 TERMINAL-ULTIMO-MON        PIC X(04).

       01 MONITOREO-TERMINAL.
           05 FECHA-VENTANA-MON          PIC X(08).
           05 SEGUNDOS-VENTANA-MON       PIC 9(08) COMP.
           05 FALLOS-PIN-MON             PIC 9(04) COMP.
           05 DISTINTAS-MON              PIC 9(02) COMP.
           05 CUENTA-VENTANA-MON         OCCURS 5 TIMES PIC 9(10).
           05 FLAG-ALERTADO-MON          PIC 9(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "*       MONITOREO DE FRAUDE Y VELOCIDAD           *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           MOVE FECHA-CERRADA TO FECHA-CADENA
           PERFORM 9300-VERIFICAR-CADENA
           OPEN I-O BD-CUENTAS
           OPEN OUTPUT ARCHIVO-ALERTAS
           .

       1210-LIMPIAR-CUENTA-VENTANA.
           MOVE 0 TO CUENTA-VENTANA-MON(IX-VENT)
           .

      ******************************************************************
      * El monitoreo no guarda cuentas ni terminales en tablas en      *
      * memoria: la bitacora se ordena por terminal para la prueba de  *
      * tarjetas y por cuenta para los demas patrones, conservando el  *
      * orden de llegada dentro de cada uno, y cada grupo se revisa    *
      * completo al corte de control. Las cuentas se casan en          *
      * secuencia contra BD-CUENTAS.                                   *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           SORT TRABAJO-TERMINALES
               ON ASCENDING KEY TERMINAL-SRT
               ON ASCENDING KEY SECUENCIA-TERM-SRT
               INPUT PROCEDURE IS 2100-SELECCIONAR-FALLOS-PIN
               OUTPUT PROCEDURE IS 2200-REVISAR-TERMINALES
           MOVE 0 TO SECUENCIA-LOG
           SORT TRABAJO-CUENTAS
               ON ASCENDING KEY CUENTA-SRT
               ON ASCENDING KEY SECUENCIA-SRT
               INPUT PROCEDURE IS 2250-SELECCIONAR-CUENTAS
               OUTPUT PROCEDURE IS 2260-REVISAR-CUENTAS
           CLOSE BD-CUENTAS
           PERFORM 2800-IMPRIMIR-RESUMEN
           .

       2100-SELECCIONAR-FALLOS-PIN.
           OPEN INPUT LOG-TRANSACCIONES
           MOVE 0 TO FLAG-FIN-LOG
           PERFORM 2105-LEER-FALLO-PIN UNTIL FLAG-FIN-LOG = 1
           CLOSE LOG-TRANSACCIONES
           .

       2105-LEER-FALLO-PIN.
           READ LOG-TRANSACCIONES NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-LOG
           END-READ
           IF FLAG-FIN-LOG = 0
               ADD 1 TO LEIDOS-PASO
               IF ID-OPCION-LOG = 00 AND CODIGO-RESULTADO-LOG = "03"
                   ADD 1 TO SECUENCIA-LOG
                   MOVE TERMINAL-LOG TO TERMINAL-SRT
                   MOVE SECUENCIA-LOG TO SECUENCIA-TERM-SRT
                   MOVE FECHA-HORA-LOG TO FECHA-HORA-TERM-SRT
                   MOVE NUMERO-CUENTA-LOG TO CUENTA-TERM-SRT
                   RELEASE REGISTRO-TRABAJO-TERMINAL
               END-IF
           END-IF
           .

      * la fecha o cuando el fallo llega fuera del plazo; la alerta    *
      * sale una sola vez por terminal y por corrida.                  *
      ******************************************************************
       2200-REVISAR-TERMINALES.
           MOVE 0 TO FLAG-FIN-TRABAJO
           PERFORM 2205-RETORNAR-FALLO-PIN
           PERFORM 2210-CORTE-TERMINAL UNTIL FLAG-FIN-TRABAJO = 1
           .

       2205-RETORNAR-FALLO-PIN.
           RETURN TRABAJO-TERMINALES
               AT END MOVE 1 TO FLAG-FIN-TRABAJO
           END-RETURN
           .

       2210-CORTE-TERMINAL.
           MOVE TERMINAL-SRT TO TERMINAL-GRUPO
           INITIALIZE MONITOREO-TERMINAL
           PERFORM 2220-ACUMULAR-FALLO-PIN
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR TERMINAL-SRT NOT = TERMINAL-GRUPO
           .

       2220-ACUMULAR-FALLO-PIN.
           MOVE FECHA-HORA-TERM-SRT(9:6) TO HORA-MOVIMIENTO
           COMPUTE SEGUNDOS-MOVIMIENTO = HORA-MOV-HH * 3600
               + HORA-MOV-MM * 60 + HORA-MOV-SS
           IF FECHA-VENTANA-MON NOT = FECHA-HORA-TERM-SRT(1:8)
               OR SEGUNDOS-MOVIMIENTO - SEGUNDOS-VENTANA-MON
                   > SEGUNDOS-VENTANA-PIN
               MOVE FECHA-HORA-TERM-SRT(1:8) TO FECHA-VENTANA-MON
               MOVE SEGUNDOS-MOVIMIENTO TO SEGUNDOS-VENTANA-MON
               MOVE 0 TO FALLOS-PIN-MON
               MOVE 0 TO DISTINTAS-MON
               PERFORM 1210-LIMPIAR-CUENTA-VENTANA
                   VARYING IX-VENT FROM 1 BY 1 UNTIL IX-VENT > 5
           END-IF
           ADD 1 TO FALLOS-PIN-MON
           PERFORM 2230-CONTAR-CUENTA-DISTINTA
           IF FALLOS-PIN-MON >= UMBRAL-FALLOS-PIN
               AND DISTINTAS-MON >= UMBRAL-CUENTAS-PIN
               AND FLAG-ALERTADO-MON = 0
               MOVE 1 TO FLAG-ALERTADO-MON
               ADD 1 TO TOTAL-ALERTAS-PIN
               MOVE "PN" TO TIPO-ALERTA
               MOVE 0 TO NUMERO-CUENTA-ALERTA
               MOVE TERMINAL-GRUPO TO TERMINAL-ALERTA
               MOVE "CLAVES ERRADAS DE VARIAS CUENTAS SEGUIDAS"
                   TO DETALLE-ALERTA
               PERFORM 9600-ESCRIBIR-ALERTA
           END-IF
           PERFORM 2205-RETORNAR-FALLO-PIN
           .

       2230-CONTAR-CUENTA-DISTINTA.
           PERFORM 2235-COMPARAR-CUENTA-VENTANA
               VARYING IX-VENT FROM 1 BY 1 UNTIL IX-VENT > 5
           IF FLAG-CUENTA-EN-VENTANA = 0
               AND DISTINTAS-MON < 5
               ADD 1 TO DISTINTAS-MON
               MOVE CUENTA-TERM-SRT TO CUENTA-VENTANA-MON(DISTINTAS-MON)
           END-IF
           .

       2235-COMPARAR-CUENTA-VENTANA.
           IF CUENTA-VENTANA-MON(IX-VENT) = CUENTA-TERM-SRT
               AND IX-VENT <= DISTINTAS-MON
               MOVE 1 TO FLAG-CUENTA-EN-VENTANA
           END-IF
           .

       2250-SELECCIONAR-CUENTAS.
           OPEN INPUT LOG-TRANSACCIONES
           MOVE 0 TO FLAG-FIN-LOG
           PERFORM 2255-LEER-MOVIMIENTO-CUENTA UNTIL FLAG-FIN-LOG = 1
           CLOSE LOG-TRANSACCIONES
           .

       2255-LEER-MOVIMIENTO-CUENTA.
           READ LOG-TRANSACCIONES NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-LOG
           END-READ
           IF FLAG-FIN-LOG = 0
               IF (ID-OPCION-LOG = 02 AND CODIGO-RESULTADO-LOG = "08")
                   OR (CODIGO-RESULTADO-LOG = "00"
                       AND (ID-OPCION-LOG = 02 OR ID-OPCION-LOG = 03
                            OR ID-OPCION-LOG = 04
                            OR ID-OPCION-LOG = 99))
                   ADD 1 TO SECUENCIA-LOG
                   MOVE NUMERO-CUENTA-LOG TO CUENTA-SRT
                   MOVE SECUENCIA-LOG TO SECUENCIA-SRT
                   MOVE FECHA-HORA-LOG TO FECHA-HORA-SRT
                   MOVE ID-OPCION-LOG TO OPCION-SRT
                   MOVE CODIGO-RESULTADO-LOG TO RESULTADO-SRT
                   MOVE MONTO-LOG TO MONTO-SRT
                   MOVE TERMINAL-LOG TO TERMINAL-CTA-SRT
                   RELEASE REGISTRO-TRABAJO-CUENTA
               END-IF
           END-IF
           .

      ******************************************************************
      * Cada cuenta de la bitacora ordenada se casa en secuencia con   *
      * BD-CUENTAS; sus movimientos se revisan en orden de llegada y   *
      * al corte se evaluan los umbrales y se aplica el bloqueo.       *
      ******************************************************************
       2260-REVISAR-CUENTAS.
           MOVE 0 TO FLAG-FIN-TRABAJO
           PERFORM 2265-RETORNAR-MOVIMIENTO
           MOVE 0 TO FLAG-FIN-CUENTAS
           MOVE ZEROS TO NUMERO-CUENTA
           START BD-CUENTAS KEY IS NOT LESS THAN NUMERO-CUENTA
               INVALID KEY MOVE 1 TO FLAG-FIN-CUENTAS
           END-START
           PERFORM 2270-LEER-CUENTA
           PERFORM 2280-CORTE-CUENTA UNTIL FLAG-FIN-TRABAJO = 1
           .

       2265-RETORNAR-MOVIMIENTO.
           RETURN TRABAJO-CUENTAS
               AT END MOVE 1 TO FLAG-FIN-TRABAJO
           END-RETURN
           .

       2270-LEER-CUENTA.
           IF FLAG-FIN-CUENTAS = 0
               READ BD-CUENTAS NEXT RECORD
                   AT END MOVE 1 TO FLAG-FIN-CUENTAS
               END-READ
           END-IF
           .

       2280-CORTE-CUENTA.
           MOVE CUENTA-SRT TO CUENTA-GRUPO
           INITIALIZE MONITOREO-CUENTA
           PERFORM 2270-LEER-CUENTA
               UNTIL FLAG-FIN-CUENTAS = 1
                   OR NUMERO-CUENTA NOT < CUENTA-GRUPO
           IF FLAG-FIN-CUENTAS = 0 AND NUMERO-CUENTA = CUENTA-GRUPO
               MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           ELSE
               MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
           END-IF
           PERFORM 2290-REVISAR-MOVIMIENTO
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR CUENTA-SRT NOT = CUENTA-GRUPO
           PERFORM 2600-EVALUAR-UMBRALES-CUENTA
           PERFORM 2710-BLOQUEAR-UNA-CUENTA
           .

       2290-REVISAR-MOVIMIENTO.
           IF OPCION-SRT = 02 AND RESULTADO-SRT = "08"
               PERFORM 2300-CONTAR-RECHAZO-LIMITE
           ELSE
               PERFORM 2400-SEGUIR-CICLO-DEPOSITO
           END-IF
           PERFORM 2265-RETORNAR-MOVIMIENTO
           .

       2300-CONTAR-RECHAZO-LIMITE.
           ADD 1 TO RECHAZOS-LIMITE-MON
           MOVE TERMINAL-CTA-SRT TO TERMINAL-ULTIMO-MON
           .

      ******************************************************************
      * Ciclo deposito - verificacion - retiro en la misma sesion: el  *
      * estado avanza con el deposito (1) y la verificacion (2); el    *
      * Aqui tambien se cuentan los retiros exitosos del dia.          *
      ******************************************************************
       2400-SEGUIR-CICLO-DEPOSITO.
           MOVE TERMINAL-CTA-SRT TO TERMINAL-ULTIMO-MON
           EVALUATE OPCION-SRT
               WHEN 03
                   MOVE 1 TO ESTADO-PATRON-MON
               WHEN 04
                   IF ESTADO-PATRON-MON >= 1
                       MOVE 2 TO ESTADO-PATRON-MON
                   END-IF
               WHEN 02
                   PERFORM 2410-CONTAR-RETIRO-DEL-DIA
                   IF ESTADO-PATRON-MON = 2
                       PERFORM 2420-ALERTAR-CICLO
                   END-IF
                   MOVE 0 TO ESTADO-PATRON-MON
               WHEN 99
                   MOVE 0 TO ESTADO-PATRON-MON
           END-EVALUATE
           .

       2410-CONTAR-RETIRO-DEL-DIA.
           IF FECHA-RETIROS-MON NOT = FECHA-HORA-SRT(1:8)
               MOVE FECHA-HORA-SRT(1:8) TO FECHA-RETIROS-MON
               MOVE 0 TO RETIROS-DIA-MON
           END-IF
           PERFORM 2415-ES-RETIRO-MAXIMO
           IF FLAG-RETIRO-MAXIMO = 1
               ADD 1 TO RETIROS-DIA-MON
           END-IF
           .

      * diario de la cuenta; el cajero impide que haya varios en el    *
      * mismo dia, asi que repetirlos delata que el control fue        *
      * burlado. Para cuentas sin limite diario rige el umbral fijo    *
      * de monto. La cuenta ya esta leida por el casamiento.           *
      ******************************************************************
       2415-ES-RETIRO-MAXIMO.
           MOVE 0 TO FLAG-RETIRO-MAXIMO
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               AND LIMITE-RETIRO-DIARIO > 0
               IF MONTO-SRT >= LIMITE-RETIRO-DIARIO
                   MOVE 1 TO FLAG-RETIRO-MAXIMO
               END-IF
           ELSE
               IF MONTO-SRT >= UMBRAL-MONTO-RETIRO-MAX
                   MOVE 1 TO FLAG-RETIRO-MAXIMO
               END-IF
           END-IF
       2420-ALERTAR-CICLO.
           ADD 1 TO TOTAL-ALERTAS-CICLO
           MOVE "DR" TO TIPO-ALERTA
           MOVE CUENTA-GRUPO TO NUMERO-CUENTA-ALERTA
           MOVE TERMINAL-CTA-SRT TO TERMINAL-ALERTA
           MOVE "RETIRO INMEDIATO TRAS DEPOSITO AUTOVERIFICADO"
               TO DETALLE-ALERTA
           PERFORM 9600-ESCRIBIR-ALERTA
           MOVE 1 TO FLAG-BLOQUEAR-MON
           MOVE "RETIRO INMEDIATO TRAS DEPOSITO AUTOVERIFICADO"
               TO MOTIVO-BLOQUEO-MON
           .

       2600-EVALUAR-UMBRALES-CUENTA.
           IF RECHAZOS-LIMITE-MON >= UMBRAL-RECHAZOS-LIMITE
               ADD 1 TO TOTAL-ALERTAS-LIMITE
               MOVE "LM" TO TIPO-ALERTA
               MOVE CUENTA-GRUPO TO NUMERO-CUENTA-ALERTA
               MOVE TERMINAL-ULTIMO-MON TO TERMINAL-ALERTA
               MOVE "RECHAZOS REPETIDOS POR LIMITE DIARIO"
                   TO DETALLE-ALERTA
               PERFORM 9600-ESCRIBIR-ALERTA
           END-IF
           IF RETIROS-DIA-MON >= UMBRAL-RETIROS-DIA
               ADD 1 TO TOTAL-ALERTAS-RETIROS
               MOVE "RM" TO TIPO-ALERTA
               MOVE CUENTA-GRUPO TO NUMERO-CUENTA-ALERTA
               MOVE TERMINAL-ULTIMO-MON TO TERMINAL-ALERTA
               MOVE "VARIOS RETIROS MAXIMOS EN EL MISMO DIA"
                   TO DETALLE-ALERTA
               PERFORM 9600-ESCRIBIR-ALERTA
               IF RETIROS-DIA-MON >= UMBRAL-RETIROS-BLOQUEO
                   MOVE 1 TO FLAG-BLOQUEAR-MON
                   IF MOTIVO-BLOQUEO-MON = SPACES
                       MOVE "VARIOS RETIROS MAXIMOS EN EL MISMO DIA"
                           TO MOTIVO-BLOQUEO-MON
                   END-IF
               END-IF
           END-IF
           .

       2710-BLOQUEAR-UNA-CUENTA.
           IF FLAG-BLOQUEAR-MON = 1
               AND ESTADO-ARCHIVO-CUENTAS = "00" AND CUENTA-ACTIVA
               MOVE "B" TO ESTADO-CUENTA
               REWRITE REGISTRO-CUENTA
               ADD 1 TO TOTAL-CUENTAS-BLOQUEADAS
               DISPLAY "   Cuenta " NUMERO-CUENTA
                   " bloqueada por monitoreo: "
                   MOTIVO-BLOQUEO-MON
               PERFORM 2720-REGISTRAR-BLOQUEO
           END-IF
           .

           STRING FECHA-CERRADA DELIMITED BY SIZE
                  HORA-SISTEMA(1:6) DELIMITED BY SIZE
               INTO FECHA-HORA-LOG
           MOVE CUENTA-GRUPO TO NUMERO-CUENTA-LOG
           MOVE 24 TO ID-OPCION-LOG
           MOVE 0 TO MONTO-LOG
           SET MOVIMIENTO-NEUTRO TO TRUE
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DENOM)
           .

       COPY CTLPASO.

      ******************************************************************
      * La cadena nocturna procesa el dia de negocio cerrado por el    *
      * operador (fecha-cerrada.txt); sin el archivo de control rige   *
           .

       3000-FINAL-PROGRAMA.
           CLOSE ARCHIVO-ALERTAS
           COMPUTE ESCRITOS-PASO = TOTAL-ALERTAS-PIN
               + TOTAL-ALERTAS-LIMITE + TOTAL-ALERTAS-RETIROS
               + TOTAL-ALERTAS-CICLO
           PERFORM 9330-MARCAR-FIN-PASO
           DISPLAY "***************************************************"
           STOP RUN
           .
