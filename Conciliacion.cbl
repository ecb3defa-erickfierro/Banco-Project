      *                     Sin el archivo de control rige la fecha    *
      *                     del sistema, como antes                    *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Paso de la cadena nocturna: solo corre     *
      *                     con el cierre del dia terminado en         *
      *                     BD-CONTROL-CADENA y anota alli su inicio,  *
      *                     su fin y los conteos de la corrida         *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Las acciones de mantenimiento del dia      *
      *                     incluyen las tarjetas adicionales (27), las*
      *                     tarjetas reportadas perdidas o robadas (28)*
      *                     y las tarjetas capturadas en el login del  *
      *                     cajero (resultado 13)                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Las acciones de mantenimiento incluyen     *
      *                     las cuentas pasadas a inactivas por el     *
      *                     proceso mensual (29) y las reactivadas     *
      *                     por el supervisor (30)                     *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los ajustes de arqueo (15) entran al       *
      *                     conteo esperado de cada casete como una    *
      *                     carga o descarga de boveda                 *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El resultado de cada casete (apertura,     *
      *                     dispensado, cargado, esperado, cierre y    *
      *                     si cuadra) queda en                        *
      *                     conciliacion-boveda-AAAAMMDD.txt como      *
      *                     evidencia para los reclamos del cliente    *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los pagos de servicios del cajero (33),    *
      *                     las remesas a las cuentas de recaudo (34)  *
      *                     y las reversas de pagos rechazados (35)    *
      *                     entran al cuadre de saldos por cuenta con  *
      *                     su tipo debito o credito                   *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: La conciliacion ya no acumula el dia en    *
      *                     tablas de cuentas y terminales de tamano   *
      *                     fijo: la bitacora se ordena por cuenta y se*
      *                     casa en secuencia contra BD-CUENTAS, y se  *
      *                     ordena por terminal y denominacion y se    *
      *                     casa contra BD-BOVEDA, de modo que ninguna *
      *                     cuenta ni terminal del dia queda sin       *
      *                     conciliar. La apertura de manana se graba  *
      *                     en el mismo recorrido                      *
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

           SELECT ARCHIVO-RESULTADO-BOVEDA
           ASSIGN TO DYNAMIC NOMBRE-RESULTADO-BOVEDA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABAJO-CUENTAS
           ASSIGN TO "..\assets/trabajo-conciliacion.tmp".

           SELECT TRABAJO-CASETES
           ASSIGN TO "..\assets/trabajo-casetes.tmp".

           SELECT OPTIONAL BD-CONTROL-CADENA
           ASSIGN TO "..\assets/control-cadena.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-CONTROL-CADENA
           FILE STATUS IS ESTADO-ARCHIVO-CONTROL.

       DATA DIVISION.
       FILE SECTION.
           FD LOG-TRANSACCIONES.
           FD BD-BOVEDA.
               COPY BOVEDA.

           FD ARCHIVO-RESULTADO-BOVEDA.
               COPY RESBOVED.

           FD BD-BOVEDA-APERTURA.
               COPY BOVEDA REPLACING
                   ==REGISTRO-BOVEDA== BY ==REGISTRO-BOVEDA-AP==
                   ==CUENTA-ACTIVA== BY ==CUENTA-ACTIVA-AP==
                   ==CUENTA-BLOQUEADA== BY ==CUENTA-BLOQUEADA-AP==
                   ==CUENTA-CERRADA== BY ==CUENTA-CERRADA-AP==
                   ==CUENTA-INACTIVA== BY ==CUENTA-INACTIVA-AP==
                   ==INTENTOS-FALLIDOS-CUENTA==
                       BY ==INTENTOS-FALLIDOS-CUENTA-AP==
                   ==LIMITE-RETIRO-DIARIO==
           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

           SD TRABAJO-CUENTAS.
               01 REGISTRO-TRABAJO-CUENTA.
                   05 CUENTA-SRT             PIC 9(10).
                   05 CONCEPTO-SRT           PIC X(01).
                       88 CONCEPTO-RETIRO    VALUE "R".
                       88 CONCEPTO-DEPOSITO  VALUE "D".
                       88 CONCEPTO-DEBITO    VALUE "B".
                       88 CONCEPTO-CREDITO   VALUE "C".
                       88 CONCEPTO-COMISION  VALUE "M".
                       88 CONCEPTO-INTERES   VALUE "I".
                       88 CONCEPTO-CUOTA     VALUE "U".
                       88 CONCEPTO-POSTERIOR VALUE "P".
                   05 MONTO-SRT              PIC S9(09)V99.

           SD TRABAJO-CASETES.
               01 REGISTRO-TRABAJO-CASETE.
                   05 CLAVE-CASETE-SRT.
                       10 TERMINAL-CASETE-SRT    PIC X(04).
                       10 DENOMINACION-CASETE-SRT PIC 9(06).
                   05 CONCEPTO-CASETE-SRT    PIC X(01).
                       88 CASETE-DISPENSADO  VALUE "D".
                       88 CASETE-CARGADO     VALUE "C".
                       88 CASETE-POSTERIOR   VALUE "P".
                   05 BILLETES-SRT           PIC S9(08).

       WORKING-STORAGE SECTION.
       COPY DENOMTBL.

       77 ESTADO-ARCHIVO-CUENTAS-AP PIC X(02).
       77 FLAG-FIN-LOG PIC 9 VALUE 0.
       77 FLAG-FIN-CUENTAS PIC 9 VALUE 0.
       77 FLAG-FIN-TRABAJO PIC 9 VALUE 0.
       77 FLAG-FIN-TRABAJO-CASETE PIC 9 VALUE 0.
       77 TOTAL-CUENTAS-VISTAS PIC 9(07) COMP VALUE 0.
       77 CUENTA-GRUPO PIC 9(10).
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CORTE PIC X(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 IX-DENOM PIC 9(02) COMP.
       77 CANTIDAD-ACTUAL-CASETE PIC S9(08) COMP.
       77 CANTIDAD-ESPERADA-CASETE PIC S9(08) COMP.
       77 CANTIDAD-CIERRE-CASETE PIC S9(08) COMP.
       77 NOMBRE-RESULTADO-BOVEDA PIC X(50).
       77 POSTERIOR-CASETE PIC S9(08) COMP.
       77 SALDO-ESPERADO-CUENTA PIC S9(09)V99 COMP-3.
       77 SALDO-CIERRE-CUENTA PIC S9(09)V99 COMP-3.
       77 NETO-POSTERIOR-CUENTA PIC S9(09)V99 COMP-3.
       77 FLAG-FIN-BOVEDA PIC 9 VALUE 0.
       77 DISPENSADO-CASETE PIC 9(08) COMP.
       77 CARGADO-CASETE PIC S9(08) COMP.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 02.
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

       01 TOTALES-MANTENIMIENTO.
           05 TOTAL-APERTURAS-CTA     PIC 9(04) COMP VALUE 0.
           05 TOTAL-DESBLOQUEOS-CTA   PIC 9(04) COMP VALUE 0.
           05 TOTAL-CIERRES-CTA       PIC 9(04) COMP VALUE 0.
           05 TOTAL-REPOSICIONES-TAR  PIC 9(04) COMP VALUE 0.
           05 TOTAL-ADICIONALES-TAR   PIC 9(04) COMP VALUE 0.
           05 TOTAL-REPORTADAS-TAR    PIC 9(04) COMP VALUE 0.
           05 TOTAL-CAPTURADAS-TAR    PIC 9(04) COMP VALUE 0.
           05 TOTAL-INACTIVADAS-CTA   PIC 9(04) COMP VALUE 0.
           05 TOTAL-REACTIVADAS-CTA   PIC 9(04) COMP VALUE 0.
           05 TOTAL-BLOQUEOS-MONITOR  PIC 9(04) COMP VALUE 0.
           05 TOTAL-BLOQUEOS-HOST     PIC 9(04) COMP VALUE 0.
           05 TOTAL-CAMBIOS-LIMITE    PIC 9(04) COMP VALUE 0.
           05 TOTAL-DEP-EXPIRADOS     PIC 9(04) COMP VALUE 0.
           05 MONTO-DEP-EXPIRADOS     PIC S9(11)V99 COMP-3 VALUE 0.

       01 RESUMEN-CUENTA.
           05 TOTAL-RETIROS-RES       PIC S9(09)V99 COMP-3.
           05 TOTAL-DEPOSITOS-RES     PIC S9(09)V99 COMP-3.
           05 TOTAL-DEBITOS-RES       PIC S9(09)V99 COMP-3.
           05 TOTAL-CREDITOS-RES      PIC S9(09)V99 COMP-3.
           05 TOTAL-COMISIONES-RES    PIC S9(09)V99 COMP-3.
           05 TOTAL-INTERESES-RES     PIC S9(09)V99 COMP-3.
           05 TOTAL-CUOTAS-RES        PIC S9(09)V99 COMP-3.
           05 NETO-POSTERIOR-RES      PIC S9(09)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "***************************************************"
           DISPLAY "*       CONCILIACION DIARIA DEL CAJERO            *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           MOVE FECHA-CERRADA TO FECHA-CORTE
           DISPLAY "Dia de negocio a conciliar: " FECHA-CORTE
           MOVE FECHA-CERRADA TO FECHA-CADENA
           PERFORM 9300-VERIFICAR-CADENA
           OPEN INPUT LOG-TRANSACCIONES
           OPEN INPUT BD-CUENTAS
           OPEN INPUT BD-BOVEDA
           OPEN I-O BD-BOVEDA-APERTURA
           OPEN I-O BD-CUENTAS-APERTURA
           MOVE SPACES TO NOMBRE-RESULTADO-BOVEDA
           STRING "..\assets/conciliacion-boveda-" DELIMITED BY SIZE
                  FECHA-CORTE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-RESULTADO-BOVEDA
           OPEN OUTPUT ARCHIVO-RESULTADO-BOVEDA
           .

      ******************************************************************
      * El dia no se guarda en tablas en memoria: la bitacora se       *
      * ordena por cuenta y se casa en secuencia contra BD-CUENTAS, y  *
      * se vuelve a leer ordenada por terminal y denominacion para     *
      * casarla contra los casetes de BD-BOVEDA. El volumen del dia    *
      * solo lo limita el espacio del archivo de trabajo.              *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           SORT TRABAJO-CUENTAS
               ON ASCENDING KEY CUENTA-SRT
               INPUT PROCEDURE IS 2100-SELECCIONAR-CUENTAS
               OUTPUT PROCEDURE IS 2500-CONCILIAR-CUENTAS
           SORT TRABAJO-CASETES
               ON ASCENDING KEY TERMINAL-CASETE-SRT
               ON ASCENDING KEY DENOMINACION-CASETE-SRT
               INPUT PROCEDURE IS 2300-SELECCIONAR-CASETES
               OUTPUT PROCEDURE IS 2600-CONCILIAR-BOVEDA
           PERFORM 2650-IMPRIMIR-MANTENIMIENTO
           .

       2100-SELECCIONAR-CUENTAS.
           MOVE 0 TO FLAG-FIN-LOG
           PERFORM 2105-ACUMULAR-LOG UNTIL FLAG-FIN-LOG = 1
           .

       2105-ACUMULAR-LOG.
           READ LOG-TRANSACCIONES NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-LOG
           END-READ
           IF FLAG-FIN-LOG = 0
               ADD 1 TO LEIDOS-PASO
               PERFORM 2110-CLASIFICAR-MOVIMIENTO
           END-IF
           .
               AND (ID-OPCION-LOG = 02 OR ID-OPCION-LOG = 04
                    OR ID-OPCION-LOG = 05 OR ID-OPCION-LOG = 08
                    OR ID-OPCION-LOG = 12 OR ID-OPCION-LOG = 13
                    OR ID-OPCION-LOG = 16 OR ID-OPCION-LOG = 33
                    OR ID-OPCION-LOG = 34 OR ID-OPCION-LOG = 35)
               MOVE SPACES TO CONCEPTO-SRT
               EVALUATE ID-OPCION-LOG
                   WHEN 02
                       SET CONCEPTO-RETIRO TO TRUE
                   WHEN 04
                       SET CONCEPTO-DEPOSITO TO TRUE
                   WHEN 05
                       PERFORM 2140-CLASIFICAR-TRANSFERENCIA
                   WHEN 08
                       SET CONCEPTO-COMISION TO TRUE
                   WHEN 12
                       SET CONCEPTO-INTERES TO TRUE
                   WHEN 13
                       SET CONCEPTO-CUOTA TO TRUE
                   WHEN 16
                   WHEN 33
                   WHEN 34
                   WHEN 35
                       PERFORM 2140-CLASIFICAR-TRANSFERENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE MONTO-LOG TO MONTO-SRT
               PERFORM 2180-ENTREGAR-CUENTA
           END-IF
           IF CODIGO-RESULTADO-LOG = "00"
               AND FECHA-HORA-LOG(1:8) = FECHA-CORTE
               AND ID-OPCION-LOG >= 20 AND ID-OPCION-LOG <= 30
               PERFORM 2160-ACUMULAR-MANTENIMIENTO
           END-IF
           IF CODIGO-RESULTADO-LOG = "13"
               AND FECHA-HORA-LOG(1:8) = FECHA-CORTE
               AND ID-OPCION-LOG = 00
               ADD 1 TO TOTAL-CAPTURADAS-TAR
           END-IF
           IF CODIGO-RESULTADO-LOG = "09"
               AND FECHA-HORA-LOG(1:8) = FECHA-CORTE
      ******************************************************************
      * Con los terminales en servicio tras el corte de dia, la        *
      * bitacora viva ya trae movimientos del dia de negocio           *
      * siguiente, que tambien estan en el saldo vivo. Salen al SORT   *
      * como neto posterior de la cuenta para restarlos del lado       *
      * "actual" del cuadre y de la apertura de manana: esa noche los  *
      * conciliara la corrida que les corresponde.                     *
      ******************************************************************
       2190-ACUMULAR-POSTERIOR.
           IF ID-OPCION-LOG = 02 OR ID-OPCION-LOG = 04
               OR ID-OPCION-LOG = 05 OR ID-OPCION-LOG = 08
               OR ID-OPCION-LOG = 12 OR ID-OPCION-LOG = 13
               OR ID-OPCION-LOG = 16 OR ID-OPCION-LOG = 33
               OR ID-OPCION-LOG = 34 OR ID-OPCION-LOG = 35
               SET CONCEPTO-POSTERIOR TO TRUE
               MOVE 0 TO MONTO-SRT
               EVALUATE ID-OPCION-LOG
                   WHEN 02
                   WHEN 08
                   WHEN 13
                       COMPUTE MONTO-SRT = 0 - MONTO-LOG
                   WHEN 04
                   WHEN 12
                       MOVE MONTO-LOG TO MONTO-SRT
                   WHEN 05
                   WHEN 16
                   WHEN 33
                   WHEN 34
                   WHEN 35
                       IF MOVIMIENTO-CREDITO
                           MOVE MONTO-LOG TO MONTO-SRT
                       ELSE
                           IF MOVIMIENTO-DEBITO
                               COMPUTE MONTO-SRT = 0 - MONTO-LOG
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2180-ENTREGAR-CUENTA
           END-IF
           .

       2140-CLASIFICAR-TRANSFERENCIA.
           IF MOVIMIENTO-DEBITO
               SET CONCEPTO-DEBITO TO TRUE
           ELSE
               IF MOVIMIENTO-CREDITO
                   SET CONCEPTO-CREDITO TO TRUE
               END-IF
           END-IF
           .

       2180-ENTREGAR-CUENTA.
           MOVE NUMERO-CUENTA-LOG TO CUENTA-SRT
           RELEASE REGISTRO-TRABAJO-CUENTA
           .

       2160-ACUMULAR-MANTENIMIENTO.
           EVALUATE ID-OPCION-LOG
               WHEN 20 ADD 1 TO TOTAL-APERTURAS-CTA
               WHEN 21 ADD 1 TO TOTAL-DESBLOQUEOS-CTA
               WHEN 22 ADD 1 TO TOTAL-CIERRES-CTA
               WHEN 23 ADD 1 TO TOTAL-REPOSICIONES-TAR
               WHEN 24 ADD 1 TO TOTAL-BLOQUEOS-MONITOR
               WHEN 25 ADD 1 TO TOTAL-BLOQUEOS-HOST
               WHEN 26 ADD 1 TO TOTAL-CAMBIOS-LIMITE
               WHEN 27 ADD 1 TO TOTAL-ADICIONALES-TAR
               WHEN 28 ADD 1 TO TOTAL-REPORTADAS-TAR
               WHEN 29 ADD 1 TO TOTAL-INACTIVADAS-CTA
               WHEN 30 ADD 1 TO TOTAL-REACTIVADAS-CTA
               WHEN OTHER CONTINUE
           END-EVALUATE
           .

      ******************************************************************
      * Segunda lectura de la bitacora, para la boveda: cada           *
      * denominacion movida sale al SORT con su terminal como          *
      * dispensado del dia, carga o descarga del dia (cargas de la     *
      * transportadora, ajustes de arqueo y billetes reciclados de     *
      * depositos), o neto posterior al corte.                         *
      ******************************************************************
       2300-SELECCIONAR-CASETES.
           CLOSE LOG-TRANSACCIONES
           OPEN INPUT LOG-TRANSACCIONES
           MOVE 0 TO FLAG-FIN-LOG
           PERFORM 2305-LEER-LOG-CASETES UNTIL FLAG-FIN-LOG = 1
           .

       2305-LEER-LOG-CASETES.
           READ LOG-TRANSACCIONES NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-LOG
           END-READ
           IF FLAG-FIN-LOG = 0
               PERFORM 2310-CLASIFICAR-CASETES
           END-IF
           .

       2310-CLASIFICAR-CASETES.
           MOVE SPACES TO CONCEPTO-CASETE-SRT
           IF CODIGO-RESULTADO-LOG = "00"
               AND FECHA-HORA-LOG(1:8) = FECHA-CORTE
               EVALUATE ID-OPCION-LOG
                   WHEN 02
                       SET CASETE-DISPENSADO TO TRUE
                   WHEN 04
                   WHEN 10
                   WHEN 15
                       SET CASETE-CARGADO TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF CODIGO-RESULTADO-LOG = "00"
               AND FECHA-HORA-LOG(1:8) > FECHA-CORTE
               AND (ID-OPCION-LOG = 02 OR ID-OPCION-LOG = 04
                    OR ID-OPCION-LOG = 10 OR ID-OPCION-LOG = 15)
               SET CASETE-POSTERIOR TO TRUE
           END-IF
           IF CONCEPTO-CASETE-SRT NOT = SPACES
               PERFORM 2320-ENTREGAR-DENOMINACION
                   VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           END-IF
           .

       2320-ENTREGAR-DENOMINACION.
           MOVE 0 TO BILLETES-SRT
           IF ID-OPCION-LOG = 02
               IF CASETE-DISPENSADO
                   MOVE DETALLE-BILLETES-LOG(IX-DENOM) TO BILLETES-SRT
               ELSE
                   COMPUTE BILLETES-SRT =
                       0 - DETALLE-BILLETES-LOG(IX-DENOM)
               END-IF
           ELSE
               IF MOVIMIENTO-CREDITO
                   MOVE DETALLE-BILLETES-LOG(IX-DENOM) TO BILLETES-SRT
               ELSE
                   IF MOVIMIENTO-DEBITO
                       COMPUTE BILLETES-SRT =
                           0 - DETALLE-BILLETES-LOG(IX-DENOM)
                   END-IF
               END-IF
           END-IF
           IF BILLETES-SRT NOT = 0
               MOVE TERMINAL-LOG TO TERMINAL-CASETE-SRT
               MOVE DENOM-VALOR(IX-DENOM) TO DENOMINACION-CASETE-SRT
               RELEASE REGISTRO-TRABAJO-CASETE
           END-IF
           .

      ******************************************************************
      * Casamiento en secuencia de los movimientos ordenados contra    *
      * BD-CUENTAS: la cuenta sin movimientos solo pasa su saldo a la  *
      * apertura de manana; la que los tiene se resume y se cuadra     *
      * antes; los movimientos de una cuenta que no esta en            *
      * BD-CUENTAS se resumen y se reportan.                           *
      ******************************************************************
       2500-CONCILIAR-CUENTAS.
           DISPLAY "---------------------------------------------------"
           DISPLAY "RESUMEN POR CUENTA"
           DISPLAY "---------------------------------------------------"
           MOVE 0 TO FLAG-FIN-TRABAJO
           PERFORM 2505-RETORNAR-MOVIMIENTO
           MOVE 0 TO FLAG-FIN-CUENTAS
           MOVE ZEROS TO NUMERO-CUENTA
           START BD-CUENTAS KEY IS NOT LESS THAN NUMERO-CUENTA
               INVALID KEY MOVE 1 TO FLAG-FIN-CUENTAS
           END-START
           PERFORM 2507-LEER-CUENTA
           PERFORM 2520-CASAR-CUENTA
               UNTIL FLAG-FIN-TRABAJO = 1 AND FLAG-FIN-CUENTAS = 1
           .

       2505-RETORNAR-MOVIMIENTO.
           RETURN TRABAJO-CUENTAS
               AT END MOVE 1 TO FLAG-FIN-TRABAJO
           END-RETURN
           .

       2507-LEER-CUENTA.
           IF FLAG-FIN-CUENTAS = 0
               READ BD-CUENTAS NEXT RECORD
                   AT END MOVE 1 TO FLAG-FIN-CUENTAS
               END-READ
           END-IF
           .

       2520-CASAR-CUENTA.
           EVALUATE TRUE
               WHEN FLAG-FIN-CUENTAS = 0
                   AND (FLAG-FIN-TRABAJO = 1
                        OR NUMERO-CUENTA < CUENTA-SRT)
                   MOVE 0 TO NETO-POSTERIOR-CUENTA
                   PERFORM 2725-ACTUALIZAR-UNA-APERTURA-CUENTA
                   PERFORM 2507-LEER-CUENTA
               WHEN FLAG-FIN-CUENTAS = 0
                   AND NUMERO-CUENTA = CUENTA-SRT
                   PERFORM 2530-ACUMULAR-GRUPO-CUENTA
                   MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
                   PERFORM 2510-IMPRIMIR-UNA-CUENTA
                   MOVE NETO-POSTERIOR-RES TO NETO-POSTERIOR-CUENTA
                   PERFORM 2725-ACTUALIZAR-UNA-APERTURA-CUENTA
                   PERFORM 2507-LEER-CUENTA
               WHEN OTHER
                   PERFORM 2530-ACUMULAR-GRUPO-CUENTA
                   MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
                   PERFORM 2510-IMPRIMIR-UNA-CUENTA
           END-EVALUATE
           .

       2530-ACUMULAR-GRUPO-CUENTA.
           MOVE CUENTA-SRT TO CUENTA-GRUPO
           ADD 1 TO TOTAL-CUENTAS-VISTAS
           INITIALIZE RESUMEN-CUENTA
           PERFORM 2535-ACUMULAR-MOVIMIENTO
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR CUENTA-SRT NOT = CUENTA-GRUPO
           .

       2535-ACUMULAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN CONCEPTO-RETIRO
                   ADD MONTO-SRT TO TOTAL-RETIROS-RES
               WHEN CONCEPTO-DEPOSITO
                   ADD MONTO-SRT TO TOTAL-DEPOSITOS-RES
               WHEN CONCEPTO-DEBITO
                   ADD MONTO-SRT TO TOTAL-DEBITOS-RES
               WHEN CONCEPTO-CREDITO
                   ADD MONTO-SRT TO TOTAL-CREDITOS-RES
               WHEN CONCEPTO-COMISION
                   ADD MONTO-SRT TO TOTAL-COMISIONES-RES
               WHEN CONCEPTO-INTERES
                   ADD MONTO-SRT TO TOTAL-INTERESES-RES
               WHEN CONCEPTO-CUOTA
                   ADD MONTO-SRT TO TOTAL-CUOTAS-RES
               WHEN CONCEPTO-POSTERIOR
                   ADD MONTO-SRT TO NETO-POSTERIOR-RES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2505-RETORNAR-MOVIMIENTO
           .

       2510-IMPRIMIR-UNA-CUENTA.
           DISPLAY "Cuenta " CUENTA-GRUPO
           DISPLAY "   Retiros:         " TOTAL-RETIROS-RES
           DISPLAY "   Depositos:       " TOTAL-DEPOSITOS-RES
           DISPLAY "   Transf. debito:  " TOTAL-DEBITOS-RES
           DISPLAY "   Transf. credito: " TOTAL-CREDITOS-RES
           DISPLAY "   Comisiones:      " TOTAL-COMISIONES-RES
           DISPLAY "   Intereses:       " TOTAL-INTERESES-RES
           DISPLAY "   Cuotas manejo:   " TOTAL-CUOTAS-RES
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               COMPUTE SALDO-CIERRE-CUENTA = SALDO-CUENTA
                   - NETO-POSTERIOR-RES
               DISPLAY "   Saldo actual:    " SALDO-CUENTA
               IF NETO-POSTERIOR-RES NOT = 0
                   DISPLAY "   Saldo al cierre: " SALDO-CIERRE-CUENTA
                       " (neto posterior al corte: "
                       NETO-POSTERIOR-RES ")"
               END-IF
           ELSE
               DISPLAY "   *** Cuenta no existe en BD-CUENTAS ***"
           END-IF
           MOVE "00" TO ESTADO-ARCHIVO-CUENTAS-AP
           MOVE CUENTA-GRUPO TO NUMERO-CUENTA-AP
           READ BD-CUENTAS-APERTURA KEY IS NUMERO-CUENTA-AP
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS-AP
           END-READ
           IF ESTADO-ARCHIVO-CUENTAS-AP = "00"
               AND ESTADO-ARCHIVO-CUENTAS = "00"
               COMPUTE SALDO-ESPERADO-CUENTA =
                   SALDO-CUENTA-AP + TOTAL-DEPOSITOS-RES
                   + TOTAL-CREDITOS-RES
                   + TOTAL-INTERESES-RES
                   - TOTAL-RETIROS-RES
                   - TOTAL-DEBITOS-RES
                   - TOTAL-COMISIONES-RES
                   - TOTAL-CUOTAS-RES
               DISPLAY "   Apertura: " SALDO-CUENTA-AP
                   " - esperado: " SALDO-ESPERADO-CUENTA
               IF SALDO-ESPERADO-CUENTA NOT = SALDO-CIERRE-CUENTA
           END-IF
           .

      ******************************************************************
      * La apertura de manana es el saldo al cierre del dia            *
      * conciliado: el saldo vivo menos el neto de los movimientos     *
      * posteriores al corte de la cuenta, si los tuvo.                *
      ******************************************************************
       2725-ACTUALIZAR-UNA-APERTURA-CUENTA.
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-AP
           READ BD-CUENTAS-APERTURA KEY IS NUMERO-CUENTA-AP
               INVALID KEY
                   MOVE "23" TO ESTADO-ARCHIVO-CUENTAS-AP
               NOT INVALID KEY
                   MOVE "00" TO ESTADO-ARCHIVO-CUENTAS-AP
           END-READ
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-AP
           MOVE NUMERO-TARJETA TO NUMERO-TARJETA-AP
           MOVE PIN-CUENTA TO PIN-CUENTA-AP
           MOVE NOMBRE-CLIENTE TO NOMBRE-CLIENTE-AP
           COMPUTE SALDO-CUENTA-AP =
               SALDO-CUENTA - NETO-POSTERIOR-CUENTA
           MOVE ESTADO-CUENTA TO ESTADO-CUENTA-AP
           MOVE INTENTOS-FALLIDOS-CUENTA TO
               INTENTOS-FALLIDOS-CUENTA-AP
           MOVE LIMITE-RETIRO-DIARIO TO LIMITE-RETIRO-DIARIO-AP
           MOVE RETIRADO-HOY-CUENTA TO RETIRADO-HOY-CUENTA-AP
           MOVE FECHA-ULTIMO-RETIRO TO FECHA-ULTIMO-RETIRO-AP
           MOVE MARCA-CLAVE-CUENTA TO MARCA-CLAVE-CUENTA-AP
           MOVE RETIROS-MES-CUENTA TO RETIROS-MES-CUENTA-AP
           MOVE TRANSF-MES-CUENTA TO TRANSF-MES-CUENTA-AP
           MOVE MES-CONTADORES-CUENTA
               TO MES-CONTADORES-CUENTA-AP
           MOVE TIPO-PRODUCTO-CUENTA TO TIPO-PRODUCTO-CUENTA-AP
           MOVE MES-ULTIMO-CORTE TO MES-ULTIMO-CORTE-AP
           IF ESTADO-ARCHIVO-CUENTAS-AP = "00"
               REWRITE REGISTRO-CUENTA-AP
           ELSE
               WRITE REGISTRO-CUENTA-AP
           END-IF
           .

      ******************************************************************
      * Casamiento en secuencia de las denominaciones ordenadas contra *
      * los casetes de BD-BOVEDA (llave terminal mas denominacion).    *
      * Los movimientos de un terminal o denominacion sin casete se    *
      * saltan: no hay conteo contra el cual cuadrarlos.               *
      ******************************************************************
       2600-CONCILIAR-BOVEDA.
           DISPLAY "---------------------------------------------------"
           DISPLAY "CONCILIACION DE BOVEDA POR TERMINAL Y CASETE"
           DISPLAY "---------------------------------------------------"
           MOVE 0 TO FLAG-FIN-TRABAJO-CASETE
           PERFORM 2630-RETORNAR-CASETE
           MOVE 0 TO FLAG-FIN-BOVEDA
           MOVE LOW-VALUES TO CLAVE-BOVEDA
           START BD-BOVEDA KEY IS NOT LESS THAN CLAVE-BOVEDA
               INVALID KEY MOVE 1 TO FLAG-FIN-BOVEDA
           END-START
           PERFORM 2605-LEER-UN-CASETE
           PERFORM 2608-CASAR-CASETE UNTIL FLAG-FIN-BOVEDA = 1
           .

       2605-LEER-UN-CASETE.
           IF FLAG-FIN-BOVEDA = 0
               READ BD-BOVEDA NEXT RECORD
                   AT END MOVE 1 TO FLAG-FIN-BOVEDA
               END-READ
           END-IF
           IF FLAG-FIN-BOVEDA = 0
               AND ESTADO-ARCHIVO-BOVEDA NOT = "00"
               DISPLAY "   (lectura de boveda termina con estado "
                   ESTADO-ARCHIVO-BOVEDA ")"
               MOVE 1 TO FLAG-FIN-BOVEDA
           END-IF
           .

       2608-CASAR-CASETE.
           MOVE 0 TO DISPENSADO-CASETE
           MOVE 0 TO CARGADO-CASETE
           MOVE 0 TO POSTERIOR-CASETE
           PERFORM 2630-RETORNAR-CASETE
               UNTIL FLAG-FIN-TRABAJO-CASETE = 1
                   OR CLAVE-CASETE-SRT NOT < CLAVE-BOVEDA
           PERFORM 2635-ACUMULAR-CASETE
               UNTIL FLAG-FIN-TRABAJO-CASETE = 1
                   OR CLAVE-CASETE-SRT NOT = CLAVE-BOVEDA
           PERFORM 2610-CONCILIAR-UN-CASETE
           PERFORM 2710-ACTUALIZAR-APERTURA-BOVEDA
           PERFORM 2605-LEER-UN-CASETE
           .

       2630-RETORNAR-CASETE.
           RETURN TRABAJO-CASETES
               AT END MOVE 1 TO FLAG-FIN-TRABAJO-CASETE
           END-RETURN
           .

       2635-ACUMULAR-CASETE.
           EVALUATE TRUE
               WHEN CASETE-DISPENSADO
                   ADD BILLETES-SRT TO DISPENSADO-CASETE
               WHEN CASETE-CARGADO
                   ADD BILLETES-SRT TO CARGADO-CASETE
               WHEN CASETE-POSTERIOR
                   ADD BILLETES-SRT TO POSTERIOR-CASETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2630-RETORNAR-CASETE
           .

       2610-CONCILIAR-UN-CASETE.
           MOVE CANTIDAD-BILLETES TO CANTIDAD-ACTUAL-CASETE
           COMPUTE CANTIDAD-CIERRE-CASETE =
               CANTIDAD-ACTUAL-CASETE - POSTERIOR-CASETE
           MOVE "00" TO ESTADO-ARCHIVO-BOVEDA-AP
                   " - esperado: " CANTIDAD-ESPERADA-CASETE
               IF CANTIDAD-ESPERADA-CASETE NOT = CANTIDAD-CIERRE-CASETE
                   DISPLAY "   *** NO CUADRA ***"
                   SET CASETE-NO-CUADRA TO TRUE
               ELSE
                   SET CASETE-CUADRA TO TRUE
               END-IF
           ELSE
               DISPLAY "   (sin apertura registrada, no se concilia)"
               MOVE 0 TO CANTIDAD-BILLETES-AP
               MOVE 0 TO CANTIDAD-ESPERADA-CASETE
               SET CASETE-SIN-APERTURA TO TRUE
           END-IF
           PERFORM 2620-GRABAR-RESULTADO-CASETE
           .

       2620-GRABAR-RESULTADO-CASETE.
           MOVE FECHA-CORTE TO FECHA-RBV
           MOVE TERMINAL-BOVEDA TO TERMINAL-RBV
           MOVE DENOMINACION-BILLETE TO DENOMINACION-RBV
           MOVE CANTIDAD-BILLETES-AP TO APERTURA-RBV
           MOVE DISPENSADO-CASETE TO DISPENSADO-RBV
           MOVE CARGADO-CASETE TO CARGADO-RBV
           MOVE CANTIDAD-ESPERADA-CASETE TO ESPERADO-RBV
           MOVE CANTIDAD-CIERRE-CASETE TO CIERRE-RBV
           WRITE REGISTRO-RESULTADO-BOVEDA
           .

      ******************************************************************
      * al corte, que conciliara la corrida de manana.                 *
      ******************************************************************
       2710-ACTUALIZAR-APERTURA-BOVEDA.
           MOVE TERMINAL-BOVEDA TO TERMINAL-BOVEDA-AP
           MOVE DENOMINACION-BILLETE TO DENOMINACION-BILLETE-AP
           READ BD-BOVEDA-APERTURA KEY IS CLAVE-BOVEDA-AP
           END-IF
           .

       2650-IMPRIMIR-MANTENIMIENTO.
           DISPLAY "---------------------------------------------------"
           DISPLAY "ACCIONES DE MANTENIMIENTO DEL DIA"
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Aperturas de cuenta:    " TOTAL-APERTURAS-CTA
           DISPLAY "   Desbloqueos:            " TOTAL-DESBLOQUEOS-CTA
           DISPLAY "   Cierres de cuenta:      " TOTAL-CIERRES-CTA
           DISPLAY "   Reposiciones de tarjeta: "
               TOTAL-REPOSICIONES-TAR
           DISPLAY "   Tarjetas adicionales:   " TOTAL-ADICIONALES-TAR
           DISPLAY "   Tarjetas reportadas:    " TOTAL-REPORTADAS-TAR
           DISPLAY "   Tarjetas capturadas:    " TOTAL-CAPTURADAS-TAR
           DISPLAY "   Cuentas inactivadas:    " TOTAL-INACTIVADAS-CTA
           DISPLAY "   Cuentas reactivadas:    " TOTAL-REACTIVADAS-CTA
           DISPLAY "   Bloqueos por monitoreo: "
               TOTAL-BLOQUEOS-MONITOR
           DISPLAY "   Bloqueos del host:      " TOTAL-BLOQUEOS-HOST
           DISPLAY "   Cambios de limite:      " TOTAL-CAMBIOS-LIMITE
           DISPLAY "   Depositos expirados:    " TOTAL-DEP-EXPIRADOS
               " por " MONTO-DEP-EXPIRADOS
           .

       COPY CTLPASO.

      ******************************************************************
      * La cadena nocturna procesa el dia de negocio cerrado por el    *
           CLOSE BD-BOVEDA
           CLOSE BD-BOVEDA-APERTURA
           CLOSE BD-CUENTAS-APERTURA
           CLOSE ARCHIVO-RESULTADO-BOVEDA
           MOVE TOTAL-CUENTAS-VISTAS TO ESCRITOS-PASO
           PERFORM 9330-MARCAR-FIN-PASO
           DISPLAY "***************************************************"
           STOP RUN
           .
