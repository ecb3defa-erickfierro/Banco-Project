      *                     anterior a la fecha del sistema, como      *
      *                     antes                                      *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El extracto mensual incluye los pagos de   *
      *                     servicios (33, debito), las remesas a la   *
      *                     cuenta de recaudo (34, credito) y las      *
      *                     reversas de pagos rechazados (35, credito  *
      *                     al cliente o debito al recaudo)            *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Las bitacoras del mes se leen una sola     *
      *                     vez y se ordenan por cuenta para casarlas  *
      *                     con la foto de apertura; desaparece el     *
      *                     tope de 200 movimientos por cuenta y el    *
      *                     conteo de extractos truncados              *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ASSIGN TO DYNAMIC NOMBRE-EXTRACTO-CTA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-MOV-CUENTA
           ASSIGN TO "..\assets/movimientos-extracto.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABAJO-MOVIMIENTOS
           ASSIGN TO "..\assets/trabajo-extracto-mensual.tmp".

       DATA DIVISION.
       FILE SECTION.
           FD BD-OPCIONES-CAJERO.
                   ==CUENTA-ACTIVA== BY ==CUENTA-ACTIVA-AP==
                   ==CUENTA-BLOQUEADA== BY ==CUENTA-BLOQUEADA-AP==
                   ==CUENTA-CERRADA== BY ==CUENTA-CERRADA-AP==
                   ==CUENTA-INACTIVA== BY ==CUENTA-INACTIVA-AP==
                   ==INTENTOS-FALLIDOS-CUENTA==
                       BY ==INTENTOS-FALLIDOS-CUENTA-AP==
                   ==LIMITE-RETIRO-DIARIO==
           FD ARCHIVO-EXTRACTO-CTA.
               01 LINEA-EXTRACTO PIC X(90).

           FD ARCHIVO-MOV-CUENTA.
               01 REGISTRO-MOV-CUENTA.
                   05 FECHA-HORA-MOV         PIC X(14).
                   05 ID-OPCION-MOV          PIC 99.
                   05 MONTO-MOV              PIC S9(09)V99.
                   05 TIPO-MOVIMIENTO-MOV    PIC X(01).

           SD TRABAJO-MOVIMIENTOS.
               01 REGISTRO-TRABAJO-MOV.
                   05 CUENTA-SRT             PIC 9(10).
                   05 SECUENCIA-SRT          PIC 9(09).
                   05 FECHA-HORA-SRT         PIC X(14).
                   05 ID-OPCION-SRT          PIC 99.
                   05 MONTO-SRT              PIC S9(09)V99.
                   05 TIPO-MOVIMIENTO-SRT    PIC X(01).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-CUENTAS-AP PIC X(02).
       77 ESTADO-ARCHIVO-CIERRE PIC X(02).
       77 FLAG-FIN-LOG PIC 9 VALUE 0.
       77 FLAG-FIN-OPCIONES PIC 9 VALUE 0.
       77 FLAG-APERTURA-DERIVADA PIC 9 VALUE 0.
       77 FLAG-FIN-TRABAJO PIC 9 VALUE 0.
       77 FLAG-FIN-MOV PIC 9 VALUE 0.
       77 TOTAL-OPCIONES PIC 9(02) COMP VALUE 0.
       77 IX-OPC PIC 9(02) COMP.
       77 IX-DIA PIC 9(02) COMP.
       77 DIA-ARCHIVO PIC 9(02).
       77 ULTIMO-DIA-MES PIC 9(02).
       77 COCIENTE-BISIESTO PIC 9(04).
       77 RESIDUO-BISIESTO PIC 9(04).
       77 SECUENCIA-MOV PIC 9(09) COMP.
       77 SALDO-INICIAL-CTA PIC S9(09)V99 COMP-3.
       77 SALDO-CORRIDO-CTA PIC S9(09)V99 COMP-3.
       77 DEBITOS-CUENTA PIC S9(09)V99 COMP-3.
       77 TOTAL-CREDITOS-MES PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-NO-CUADRA PIC 9(05) COMP VALUE 0.
       77 TOTAL-APERTURAS-DERIVADAS PIC 9(05) COMP VALUE 0.

       01 MES-TRABAJO-EXT.
           05 ANIO-EXTRACTO PIC 9(04).
               10 ID-OPCION-TAB          PIC 99.
               10 NOMBRE-OPCION-TAB      PIC X(25).

       01 LINEA-DETALLE.
           05 FECHA-DETALLE          PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           END-IF
           .

      ******************************************************************
      * Las bitacoras del mes se leen una sola vez: los movimientos    *
      * que entran al extracto se ordenan por cuenta y orden de        *
      * llegada y se casan en secuencia con BD-CUENTAS-APERTURA, sin   *
      * tablas en memoria. Los movimientos de cada cuenta pasan por    *
      * un archivo de trabajo, porque el saldo inicial derivado        *
      * necesita los totales del mes antes de listar el detalle.       *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           MOVE 0 TO SECUENCIA-MOV
           SORT TRABAJO-MOVIMIENTOS
               ON ASCENDING KEY CUENTA-SRT
                  ASCENDING KEY SECUENCIA-SRT
               INPUT PROCEDURE IS 2010-RECOGER-MOVIMIENTOS
               OUTPUT PROCEDURE IS 2050-EXTRACTAR-CUENTAS
           PERFORM 2500-IMPRIMIR-CONTROL
           .

       2010-RECOGER-MOVIMIENTOS.
           PERFORM 2210-LEER-BITACORA-DE-UN-DIA
               VARYING IX-DIA FROM 1 BY 1
               UNTIL IX-DIA > ULTIMO-DIA-MES
           .

       2050-EXTRACTAR-CUENTAS.
           MOVE 0 TO FLAG-FIN-TRABAJO
           PERFORM 2060-RETORNAR-MOVIMIENTO
           MOVE 0 TO FLAG-FIN-AP
           MOVE ZEROS TO NUMERO-CUENTA-AP
           START BD-CUENTAS-APERTURA
           END-START
           PERFORM 2100-EXTRACTAR-UNA-CUENTA
               UNTIL FLAG-FIN-AP = 1
           .

       2060-RETORNAR-MOVIMIENTO.
           RETURN TRABAJO-MOVIMIENTOS
               AT END MOVE 1 TO FLAG-FIN-TRABAJO
           END-RETURN
           .

       2100-EXTRACTAR-UNA-CUENTA.
           END-IF
           .

      ******************************************************************
      * Los movimientos de cuentas que no estan en la foto de apertura *
      * se saltan, como antes: no tienen extracto que los reciba.      *
      ******************************************************************
       2200-RECOGER-MOVIMIENTOS.
           MOVE 0 TO DEBITOS-CUENTA
           MOVE 0 TO CREDITOS-CUENTA
           MOVE 0 TO COMISIONES-CUENTA
           PERFORM 2060-RETORNAR-MOVIMIENTO
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR CUENTA-SRT NOT < NUMERO-CUENTA-AP
           OPEN OUTPUT ARCHIVO-MOV-CUENTA
           PERFORM 2230-ANOTAR-MOVIMIENTO
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR CUENTA-SRT NOT = NUMERO-CUENTA-AP
           CLOSE ARCHIVO-MOV-CUENTA
           .

       2210-LEER-BITACORA-DE-UN-DIA.
               AT END MOVE 1 TO FLAG-FIN-LOG
           END-READ
           IF FLAG-FIN-LOG = 0
               IF CODIGO-RESULTADO-LOG = "00"
                   AND (ID-OPCION-LOG = 02 OR ID-OPCION-LOG = 04
                        OR ID-OPCION-LOG = 05 OR ID-OPCION-LOG = 08
                        OR ID-OPCION-LOG = 12 OR ID-OPCION-LOG = 13
                        OR ID-OPCION-LOG = 16 OR ID-OPCION-LOG = 33
                        OR ID-OPCION-LOG = 34 OR ID-OPCION-LOG = 35)
                   PERFORM 2225-LIBERAR-MOVIMIENTO
               END-IF
           END-IF
           .

       2225-LIBERAR-MOVIMIENTO.
           ADD 1 TO SECUENCIA-MOV
           MOVE NUMERO-CUENTA-LOG TO CUENTA-SRT
           MOVE SECUENCIA-MOV TO SECUENCIA-SRT
           MOVE FECHA-HORA-LOG TO FECHA-HORA-SRT
           MOVE ID-OPCION-LOG TO ID-OPCION-SRT
           MOVE MONTO-LOG TO MONTO-SRT
           MOVE TIPO-MOVIMIENTO-LOG TO TIPO-MOVIMIENTO-SRT
           RELEASE REGISTRO-TRABAJO-MOV
           .

       2230-ANOTAR-MOVIMIENTO.
           MOVE FECHA-HORA-SRT TO FECHA-HORA-MOV
           MOVE ID-OPCION-SRT TO ID-OPCION-MOV
           MOVE MONTO-SRT TO MONTO-MOV
           MOVE TIPO-MOVIMIENTO-SRT TO TIPO-MOVIMIENTO-MOV
           PERFORM 2240-ACUMULAR-TOTALES-CTA
           WRITE REGISTRO-MOV-CUENTA
           PERFORM 2060-RETORNAR-MOVIMIENTO
           .

      ******************************************************************
      * credito de transferencia y el interes abonado suman.           *
      ******************************************************************
       2240-ACUMULAR-TOTALES-CTA.
           EVALUATE ID-OPCION-MOV
               WHEN 02
               WHEN 33
                   ADD MONTO-MOV TO DEBITOS-CUENTA
               WHEN 04
                   ADD MONTO-MOV TO CREDITOS-CUENTA
               WHEN 05
               WHEN 16
               WHEN 34
               WHEN 35
                   IF TIPO-MOVIMIENTO-MOV = "C"
                       ADD MONTO-MOV TO CREDITOS-CUENTA
                   ELSE
                       ADD MONTO-MOV TO DEBITOS-CUENTA
                   END-IF
               WHEN 08
                   ADD MONTO-MOV TO DEBITOS-CUENTA
                   ADD MONTO-MOV TO COMISIONES-CUENTA
               WHEN 12
                   ADD MONTO-MOV TO CREDITOS-CUENTA
               WHEN 13
                   ADD MONTO-MOV TO DEBITOS-CUENTA
                   ADD MONTO-MOV TO COMISIONES-CUENTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE LINEA-SALDO TO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           MOVE SALDO-INICIAL-CTA TO SALDO-CORRIDO-CTA
           MOVE 0 TO FLAG-FIN-MOV
           OPEN INPUT ARCHIVO-MOV-CUENTA
           PERFORM 2405-LEER-MOV-CUENTA
               UNTIL FLAG-FIN-MOV = 1
           CLOSE ARCHIVO-MOV-CUENTA
           MOVE ALL "-" TO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           MOVE "COMISIONES Y CUOTAS" TO ROTULO-SALDO
           CLOSE ARCHIVO-EXTRACTO-CTA
           .

       2405-LEER-MOV-CUENTA.
           READ ARCHIVO-MOV-CUENTA NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-MOV
           END-READ
           IF FLAG-FIN-MOV = 0
               PERFORM 2410-ESCRIBIR-UN-MOVIMIENTO
           END-IF
           .

       2410-ESCRIBIR-UN-MOVIMIENTO.
           MOVE FECHA-HORA-MOV(1:8) TO FECHA-DETALLE
           MOVE FECHA-HORA-MOV(9:6) TO HORA-DETALLE
           PERFORM 2420-DESCRIBIR-OPCION
           MOVE MONTO-MOV TO MONTO-DETALLE
           EVALUATE ID-OPCION-MOV
               WHEN 04
                   MOVE "C" TO TIPO-DETALLE
                   ADD MONTO-MOV TO SALDO-CORRIDO-CTA
               WHEN 12
                   MOVE "C" TO TIPO-DETALLE
                   ADD MONTO-MOV TO SALDO-CORRIDO-CTA
               WHEN 05
               WHEN 16
               WHEN 34
               WHEN 35
                   IF TIPO-MOVIMIENTO-MOV = "C"
                       MOVE "C" TO TIPO-DETALLE
                       ADD MONTO-MOV TO SALDO-CORRIDO-CTA
                   ELSE
                       MOVE "D" TO TIPO-DETALLE
                       SUBTRACT MONTO-MOV FROM SALDO-CORRIDO-CTA
                   END-IF
               WHEN OTHER
                   MOVE "D" TO TIPO-DETALLE
                   SUBTRACT MONTO-MOV FROM SALDO-CORRIDO-CTA
           END-EVALUATE
           MOVE SALDO-CORRIDO-CTA TO SALDO-DETALLE
           MOVE LINEA-DETALLE TO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           ADD 1 TO TOTAL-MOVIMIENTOS-MES
           IF TIPO-DETALLE = "C"
               ADD MONTO-MOV TO TOTAL-CREDITOS-MES
           ELSE
               ADD MONTO-MOV TO TOTAL-DEBITOS-MES
           END-IF
           .

      * cajero (comisiones, corte mensual) se describen aqui mismo.    *
      ******************************************************************
       2420-DESCRIBIR-OPCION.
           EVALUATE ID-OPCION-MOV
               WHEN 08 MOVE "Comision" TO DESCRIPCION-DETALLE
               WHEN 12 MOVE "Interes abonado" TO DESCRIPCION-DETALLE
               WHEN 13 MOVE "Cuota de manejo" TO DESCRIPCION-DETALLE
               WHEN 16 MOVE "Ajuste manual" TO DESCRIPCION-DETALLE
               WHEN 33 MOVE "Pago de servicios" TO DESCRIPCION-DETALLE
               WHEN 34 MOVE "Recaudo de servicios"
                           TO DESCRIPCION-DETALLE
               WHEN 35 MOVE "Reversa pago servicios"
                           TO DESCRIPCION-DETALLE
               WHEN OTHER
                   MOVE "Movimiento" TO DESCRIPCION-DETALLE
                   PERFORM 2430-BUSCAR-NOMBRE-OPCION
           .

       2430-BUSCAR-NOMBRE-OPCION.
           IF ID-OPCION-TAB(IX-OPC) = ID-OPCION-MOV
               MOVE NOMBRE-OPCION-TAB(IX-OPC) TO DESCRIPCION-DETALLE
           END-IF
           .
           DISPLAY "   Saldos que no cuadran:   " TOTAL-NO-CUADRA
           DISPLAY "   Aperturas derivadas:     "
               TOTAL-APERTURAS-DERIVADAS
           .

      ******************************************************************
