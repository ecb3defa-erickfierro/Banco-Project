      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Comprobante contable diario y balance de prueba. Lee  *
      *          la bitacora del dia cerrado (la archivada por el      *
      *          extracto nocturno, o la viva si el dia aun no se      *
      *          archiva) y, con el mapa contable por opcion, tipo de  *
      *          movimiento y resultado, genera el comprobante de      *
      *          partida doble que contabilidad carga en el libro      *
      *          mayor. El balance de prueba sale por cuenta contable  *
      *          y terminal, y el dia solo se cierra contablemente si  *
      *          los debitos igualan a los creditos.                   *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABILIDAD-DIARIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOG-CONTABLE
           ASSIGN TO DYNAMIC NOMBRE-BITACORA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BD-MAPA-CONTABLE
           ASSIGN TO "..\assets/mapa-contable.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-COMPROBANTE
           ASSIGN TO DYNAMIC NOMBRE-COMPROBANTE
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-BALANCE
           ASSIGN TO DYNAMIC NOMBRE-BALANCE
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABAJO-BALANCE
           ASSIGN TO "..\assets/trabajo-balance.tmp".

           SELECT OPTIONAL ARCHIVO-CONTROL-CONTABLE
           ASSIGN TO "..\assets/contabilidad-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD LOG-CONTABLE.
               COPY LOGTRANS.

           FD BD-MAPA-CONTABLE.
               COPY MAPACONT.

           FD ARCHIVO-COMPROBANTE.
               COPY ASIENTGL.

           FD ARCHIVO-BALANCE.
               01 LINEA-REPORTE-BALANCE PIC X(90).

           SD TRABAJO-BALANCE.
               01 REGISTRO-TRABAJO-BALANCE.
                   05 FILLER                 PIC X(15).
                   05 CUENTA-CONTABLE-SRT    PIC X(10).
                   05 TERMINAL-SRT           PIC X(04).
                   05 NATURALEZA-SRT         PIC X(01).
                   05 MONTO-SRT              PIC 9(09)V99.
                   05 FILLER                 PIC X(57).

           FD ARCHIVO-CONTROL-CONTABLE.
               01 REGISTRO-CONTROL-CONTABLE PIC 9(08).

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 NOMBRE-BITACORA PIC X(40).
       77 NOMBRE-COMPROBANTE PIC X(50).
       77 NOMBRE-BALANCE PIC X(50).
       77 FECHA-CONTABLE PIC 9(08).
       77 FECHA-CORTE PIC X(08).
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 FLAG-FIN-LOG PIC 9 VALUE 0.
       77 FLAG-FIN-MAPA PIC 9 VALUE 0.
       77 FLAG-FIN-CONTROL PIC 9 VALUE 0.
       77 FLAG-FIN-BALANCE PIC 9 VALUE 0.
       77 FLAG-DIA-YA-CERRADO PIC 9 VALUE 0.
       77 FLAG-REGLA-UBICADA PIC 9 VALUE 0.
       77 RESULTADO-EXISTE PIC 9(02) COMP.
       77 TOTAL-REGLAS PIC 9(02) COMP VALUE 0.
       77 IX-REGLA PIC 9(02) COMP.
       77 IX-REGLA-UBICADA PIC 9(02) COMP VALUE 0.
       77 NUMERO-ASIENTO PIC 9(07) VALUE 0.
       77 TOTAL-LEIDOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-DEL-DIA PIC 9(07) COMP VALUE 0.
       77 TOTAL-CONTABILIZADOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-NO-CONTABLES PIC 9(07) COMP VALUE 0.
       77 TOTAL-SIN-REGLA PIC 9(07) COMP VALUE 0.
       77 TOTAL-PARTIDAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-DEBITOS-COMPROBANTE PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-CREDITOS-COMPROBANTE PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-DEBITOS-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-CREDITOS-BALANCE PIC S9(11)V99 COMP-3 VALUE 0.
       77 DEBITOS-GRUPO PIC S9(11)V99 COMP-3.
       77 CREDITOS-GRUPO PIC S9(11)V99 COMP-3.
       77 DEBITOS-CUENTA-MAYOR PIC S9(11)V99 COMP-3.
       77 CREDITOS-CUENTA-MAYOR PIC S9(11)V99 COMP-3.
       77 CUENTA-ANTERIOR PIC X(10).
       77 TERMINAL-ANTERIOR PIC X(04).

       01 DETALLE-EXISTENCIA PIC X(64).

       01 TABLA-MAPA.
           05 REGLA-MAPA OCCURS 40 TIMES.
               10 ID-OPCION-REGLA        PIC 99.
               10 TIPO-MOVIMIENTO-REGLA  PIC X(01).
               10 CODIGO-RESULTADO-REGLA PIC X(02).
               10 CUENTA-DEBITO-REGLA    PIC X(10).
               10 CUENTA-CREDITO-REGLA   PIC X(10).
               10 DESCRIPCION-REGLA      PIC X(30).

       01 LINEA-DETALLE-BALANCE.
           05 CUENTA-DETALLE         PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TERMINAL-DETALLE       PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DEBITOS-DETALLE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CREDITOS-DETALLE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SALDO-DETALLE          PIC --,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*   COMPROBANTE CONTABLE Y BALANCE DE PRUEBA      *"
           DISPLAY "***************************************************"
           DISPLAY "Dia a contabilizar AAAAMMDD (0 = dia cerrado): "
               WITH NO ADVANCING
           ACCEPT FECHA-CONTABLE
           PERFORM 9400-OBTENER-FECHA-CERRADA
           IF FECHA-CONTABLE = 0
               MOVE FECHA-CERRADA TO FECHA-CONTABLE
           END-IF
           MOVE FECHA-CONTABLE TO FECHA-CORTE
           DISPLAY "Dia a contabilizar: " FECHA-CONTABLE
           PERFORM 1100-VERIFICAR-DIA-CERRADO
           IF FLAG-DIA-YA-CERRADO = 1
               DISPLAY "*** El dia " FECHA-CONTABLE " ya fue cerrado "
                   "contablemente; no se repite ***"
               PERFORM 1900-TERMINAR-SIN-PROCESO
           END-IF
           PERFORM 1200-CARGAR-MAPA
           IF TOTAL-REGLAS = 0
               DISPLAY "*** No hay reglas en el mapa contable "
                   "(mapa-contable.txt); no se contabiliza ***"
               MOVE 12 TO RETURN-CODE
               PERFORM 1900-TERMINAR-SIN-PROCESO
           END-IF
           PERFORM 1300-ELEGIR-BITACORA
           STRING "..\assets/comprobante-contable-" DELIMITED BY SIZE
                  FECHA-CONTABLE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-COMPROBANTE
           STRING "..\assets/balance-prueba-" DELIMITED BY SIZE
                  FECHA-CONTABLE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-BALANCE
           OPEN INPUT LOG-CONTABLE
           OPEN OUTPUT ARCHIVO-COMPROBANTE
           .

       1100-VERIFICAR-DIA-CERRADO.
           MOVE 0 TO FLAG-FIN-CONTROL
           MOVE 0 TO FLAG-DIA-YA-CERRADO
           OPEN INPUT ARCHIVO-CONTROL-CONTABLE
           PERFORM 1110-LEER-UN-DIA-CERRADO
               UNTIL FLAG-FIN-CONTROL = 1
           CLOSE ARCHIVO-CONTROL-CONTABLE
           .

       1110-LEER-UN-DIA-CERRADO.
           READ ARCHIVO-CONTROL-CONTABLE NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-CONTROL
           END-READ
           IF FLAG-FIN-CONTROL = 0
               IF REGISTRO-CONTROL-CONTABLE = FECHA-CONTABLE
                   MOVE 1 TO FLAG-DIA-YA-CERRADO
               END-IF
           END-IF
           .

      ******************************************************************
      * Una regla con una sola de las dos cuentas genera un asiento    *
      * de una sola partida; se advierte al cargar y el balance de     *
      * prueba la deja a la vista como descuadre.                      *
      ******************************************************************
       1200-CARGAR-MAPA.
           MOVE 0 TO FLAG-FIN-MAPA
           OPEN INPUT BD-MAPA-CONTABLE
           PERFORM 1210-CARGAR-UNA-REGLA
               UNTIL FLAG-FIN-MAPA = 1
           CLOSE BD-MAPA-CONTABLE
           .

       1210-CARGAR-UNA-REGLA.
           READ BD-MAPA-CONTABLE NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-MAPA
           END-READ
           IF FLAG-FIN-MAPA = 0
               IF TOTAL-REGLAS >= 40
                   DISPLAY "*** ATENCION: mapa contable con mas de 40 "
                       "reglas; las adicionales no se cargan ***"
                   MOVE 1 TO FLAG-FIN-MAPA
               ELSE
                   ADD 1 TO TOTAL-REGLAS
                   MOVE REGISTRO-MAPA-CONTABLE
                       TO REGLA-MAPA(TOTAL-REGLAS)
                   IF (CUENTA-DEBITO-MAPA = SPACES
                       AND CUENTA-CREDITO-MAPA NOT = SPACES)
                       OR (CUENTA-DEBITO-MAPA NOT = SPACES
                       AND CUENTA-CREDITO-MAPA = SPACES)
                       DISPLAY "*** ATENCION: la regla de la opcion "
                           ID-OPCION-MAPA " tipo "
                           TIPO-MOVIMIENTO-MAPA
                           " tiene una sola cuenta ***"
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * El extracto nocturno archiva la bitacora del dia cerrado como  *
      * log-transacciones-AAAAMMDD.txt. Si todavia no ha corrido, el   *
      * dia sigue en la bitacora viva junto con el dia siguiente; en   *
      * los dos casos se toman solo los movimientos del dia.           *
      ******************************************************************
       1300-ELEGIR-BITACORA.
           MOVE SPACES TO NOMBRE-BITACORA
           STRING "..\assets/log-transacciones-" DELIMITED BY SIZE
                  FECHA-CONTABLE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-BITACORA
           CALL "CBL_CHECK_FILE_EXIST"
               USING NOMBRE-BITACORA DETALLE-EXISTENCIA
               RETURNING RESULTADO-EXISTE
           IF RESULTADO-EXISTE = 0
               DISPLAY "Bitacora archivada del dia: " NOMBRE-BITACORA
           ELSE
               MOVE "..\assets/log-transacciones.txt"
                   TO NOMBRE-BITACORA
               DISPLAY "El dia aun no esta archivado; se lee la "
                   "bitacora viva"
           END-IF
           .

       1900-TERMINAR-SIN-PROCESO.
           DISPLAY "***************************************************"
           STOP RUN
           .

       2000-PROCESO-PROGRAMA.
           PERFORM 2100-CONTABILIZAR-UN-MOVIMIENTO
               UNTIL FLAG-FIN-LOG = 1
           CLOSE LOG-CONTABLE
           CLOSE ARCHIVO-COMPROBANTE
           PERFORM 2500-BALANCE-PRUEBA
           PERFORM 2900-CERRAR-DIA-CONTABLE
           .

       2100-CONTABILIZAR-UN-MOVIMIENTO.
           READ LOG-CONTABLE NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-LOG
           END-READ
           IF FLAG-FIN-LOG = 0
               ADD 1 TO TOTAL-LEIDOS
               IF FECHA-HORA-LOG(1:8) = FECHA-CORTE
                   ADD 1 TO TOTAL-DEL-DIA
                   PERFORM 2110-UBICAR-REGLA
                   IF FLAG-REGLA-UBICADA = 1
                       IF CUENTA-DEBITO-REGLA(IX-REGLA-UBICADA) = SPACES
                           AND CUENTA-CREDITO-REGLA(IX-REGLA-UBICADA)
                               = SPACES
                           ADD 1 TO TOTAL-NO-CONTABLES
                       ELSE
                           IF MONTO-LOG NOT = 0
                               PERFORM 2200-ESCRIBIR-ASIENTO
                           END-IF
                       END-IF
                   ELSE
                       IF CODIGO-RESULTADO-LOG = "00"
                           AND MONTO-LOG NOT = 0
                           PERFORM 2150-REPORTAR-SIN-REGLA
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       2110-UBICAR-REGLA.
           MOVE 0 TO FLAG-REGLA-UBICADA
           MOVE 0 TO IX-REGLA-UBICADA
           PERFORM 2115-COMPARAR-UNA-REGLA
               VARYING IX-REGLA FROM 1 BY 1
               UNTIL IX-REGLA > TOTAL-REGLAS
                   OR FLAG-REGLA-UBICADA = 1
           .

       2115-COMPARAR-UNA-REGLA.
           IF ID-OPCION-REGLA(IX-REGLA) = ID-OPCION-LOG
               AND TIPO-MOVIMIENTO-REGLA(IX-REGLA)
                   = TIPO-MOVIMIENTO-LOG
               AND CODIGO-RESULTADO-REGLA(IX-REGLA)
                   = CODIGO-RESULTADO-LOG
               MOVE 1 TO FLAG-REGLA-UBICADA
               MOVE IX-REGLA TO IX-REGLA-UBICADA
           END-IF
           .

      ******************************************************************
      * Un movimiento exitoso con monto y sin regla en el mapa falta   *
      * en el comprobante; el dia no se cierra hasta completar el      *
      * mapa y reprocesar.                                             *
      ******************************************************************
       2150-REPORTAR-SIN-REGLA.
           ADD 1 TO TOTAL-SIN-REGLA
           DISPLAY "*** Sin regla contable: opcion " ID-OPCION-LOG
               " tipo '" TIPO-MOVIMIENTO-LOG "' cuenta "
               NUMERO-CUENTA-LOG " monto " MONTO-LOG
               " " FECHA-HORA-LOG " ***"
           .

       2200-ESCRIBIR-ASIENTO.
           ADD 1 TO NUMERO-ASIENTO
           ADD 1 TO TOTAL-CONTABILIZADOS
           MOVE FECHA-CONTABLE TO FECHA-CONTABLE-GL
           MOVE NUMERO-ASIENTO TO NUMERO-ASIENTO-GL
           MOVE TERMINAL-LOG TO TERMINAL-GL
           MOVE MONTO-LOG TO MONTO-GL
           MOVE ID-OPCION-LOG TO ID-OPCION-GL
           MOVE TIPO-MOVIMIENTO-LOG TO TIPO-MOVIMIENTO-GL
           MOVE NUMERO-CUENTA-LOG TO NUMERO-CUENTA-GL
           MOVE FECHA-HORA-LOG TO FECHA-HORA-GL
           MOVE DESCRIPCION-REGLA(IX-REGLA-UBICADA) TO DESCRIPCION-GL
           IF CUENTA-DEBITO-REGLA(IX-REGLA-UBICADA) NOT = SPACES
               MOVE CUENTA-DEBITO-REGLA(IX-REGLA-UBICADA)
                   TO CUENTA-CONTABLE-GL
               SET PARTIDA-DEBITO TO TRUE
               WRITE REGISTRO-ASIENTO-GL
               ADD 1 TO TOTAL-PARTIDAS
               ADD MONTO-GL TO TOTAL-DEBITOS-COMPROBANTE
           END-IF
           IF CUENTA-CREDITO-REGLA(IX-REGLA-UBICADA) NOT = SPACES
               MOVE CUENTA-CREDITO-REGLA(IX-REGLA-UBICADA)
                   TO CUENTA-CONTABLE-GL
               SET PARTIDA-CREDITO TO TRUE
               WRITE REGISTRO-ASIENTO-GL
               ADD 1 TO TOTAL-PARTIDAS
               ADD MONTO-GL TO TOTAL-CREDITOS-COMPROBANTE
           END-IF
           .

      ******************************************************************
      * El balance de prueba se arma ordenando las partidas del        *
      * comprobante por cuenta contable y terminal y cortando por      *
      * control, sin tablas en memoria: cada grupo cuenta/terminal es  *
      * una linea y cada cuenta cierra con su subtotal.                *
      ******************************************************************
       2500-BALANCE-PRUEBA.
           SORT TRABAJO-BALANCE
               ON ASCENDING KEY CUENTA-CONTABLE-SRT
               ON ASCENDING KEY TERMINAL-SRT
               USING ARCHIVO-COMPROBANTE
               OUTPUT PROCEDURE IS 2600-EMITIR-BALANCE
           .

       2600-EMITIR-BALANCE.
           OPEN OUTPUT ARCHIVO-BALANCE
           MOVE SPACES TO LINEA-REPORTE-BALANCE
           STRING "BALANCE DE PRUEBA DEL DIA " DELIMITED BY SIZE
                  FECHA-CONTABLE DELIMITED BY SIZE
               INTO LINEA-REPORTE-BALANCE
           PERFORM 2690-ESCRIBIR-LINEA
           MOVE "CUENTA      TERM             DEBITOS            CRED"
               & "ITOS              SALDO"
               TO LINEA-REPORTE-BALANCE
           PERFORM 2690-ESCRIBIR-LINEA
           MOVE ALL "-" TO LINEA-REPORTE-BALANCE
           PERFORM 2690-ESCRIBIR-LINEA
           MOVE 0 TO FLAG-FIN-BALANCE
           PERFORM 2610-RETORNAR-PARTIDA
           PERFORM 2620-CORTE-CUENTA-MAYOR
               UNTIL FLAG-FIN-BALANCE = 1
           MOVE ALL "=" TO LINEA-REPORTE-BALANCE
           PERFORM 2690-ESCRIBIR-LINEA
           MOVE "TOTALES" TO CUENTA-DETALLE
           MOVE SPACES TO TERMINAL-DETALLE
           MOVE TOTAL-DEBITOS-BALANCE TO DEBITOS-DETALLE
           MOVE TOTAL-CREDITOS-BALANCE TO CREDITOS-DETALLE
           COMPUTE SALDO-DETALLE =
               TOTAL-DEBITOS-BALANCE - TOTAL-CREDITOS-BALANCE
           MOVE LINEA-DETALLE-BALANCE TO LINEA-REPORTE-BALANCE
           PERFORM 2690-ESCRIBIR-LINEA
           IF TOTAL-DEBITOS-BALANCE = TOTAL-CREDITOS-BALANCE
               MOVE "BALANCE CUADRADO: DEBITOS IGUAL A CREDITOS"
                   TO LINEA-REPORTE-BALANCE
           ELSE
               MOVE "*** BALANCE DESCUADRADO: EL DIA NO SE CIERRA ***"
                   TO LINEA-REPORTE-BALANCE
           END-IF
           PERFORM 2690-ESCRIBIR-LINEA
           CLOSE ARCHIVO-BALANCE
           .

       2610-RETORNAR-PARTIDA.
           RETURN TRABAJO-BALANCE
               AT END MOVE 1 TO FLAG-FIN-BALANCE
           END-RETURN
           .

       2620-CORTE-CUENTA-MAYOR.
           MOVE CUENTA-CONTABLE-SRT TO CUENTA-ANTERIOR
           MOVE 0 TO DEBITOS-CUENTA-MAYOR
           MOVE 0 TO CREDITOS-CUENTA-MAYOR
           PERFORM 2630-CORTE-TERMINAL
               UNTIL FLAG-FIN-BALANCE = 1
                   OR CUENTA-CONTABLE-SRT NOT = CUENTA-ANTERIOR
           MOVE SPACES TO CUENTA-DETALLE
           MOVE "SUBT" TO TERMINAL-DETALLE
           MOVE DEBITOS-CUENTA-MAYOR TO DEBITOS-DETALLE
           MOVE CREDITOS-CUENTA-MAYOR TO CREDITOS-DETALLE
           COMPUTE SALDO-DETALLE =
               DEBITOS-CUENTA-MAYOR - CREDITOS-CUENTA-MAYOR
           MOVE LINEA-DETALLE-BALANCE TO LINEA-REPORTE-BALANCE
           PERFORM 2690-ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-REPORTE-BALANCE
           PERFORM 2690-ESCRIBIR-LINEA
           .

       2630-CORTE-TERMINAL.
           MOVE TERMINAL-SRT TO TERMINAL-ANTERIOR
           MOVE 0 TO DEBITOS-GRUPO
           MOVE 0 TO CREDITOS-GRUPO
           PERFORM 2640-ACUMULAR-PARTIDA
               UNTIL FLAG-FIN-BALANCE = 1
                   OR CUENTA-CONTABLE-SRT NOT = CUENTA-ANTERIOR
                   OR TERMINAL-SRT NOT = TERMINAL-ANTERIOR
           MOVE CUENTA-ANTERIOR TO CUENTA-DETALLE
           MOVE TERMINAL-ANTERIOR TO TERMINAL-DETALLE
           MOVE DEBITOS-GRUPO TO DEBITOS-DETALLE
           MOVE CREDITOS-GRUPO TO CREDITOS-DETALLE
           COMPUTE SALDO-DETALLE = DEBITOS-GRUPO - CREDITOS-GRUPO
           MOVE LINEA-DETALLE-BALANCE TO LINEA-REPORTE-BALANCE
           PERFORM 2690-ESCRIBIR-LINEA
           ADD DEBITOS-GRUPO TO DEBITOS-CUENTA-MAYOR
           ADD CREDITOS-GRUPO TO CREDITOS-CUENTA-MAYOR
           ADD DEBITOS-GRUPO TO TOTAL-DEBITOS-BALANCE
           ADD CREDITOS-GRUPO TO TOTAL-CREDITOS-BALANCE
           .

       2640-ACUMULAR-PARTIDA.
           IF NATURALEZA-SRT = "D"
               ADD MONTO-SRT TO DEBITOS-GRUPO
           ELSE
               ADD MONTO-SRT TO CREDITOS-GRUPO
           END-IF
           PERFORM 2610-RETORNAR-PARTIDA
           .

       2690-ESCRIBIR-LINEA.
           WRITE LINEA-REPORTE-BALANCE
           DISPLAY LINEA-REPORTE-BALANCE
           .

      ******************************************************************
      * El dia se anota en contabilidad-cerrada.txt solo con el        *
      * balance cuadrado y todos los movimientos con regla; si no,     *
      * el comprobante queda como borrador y el dia se puede           *
      * reprocesar despues de corregir el mapa contable.               *
      ******************************************************************
       2900-CERRAR-DIA-CONTABLE.
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Movimientos leidos:       " TOTAL-LEIDOS
           DISPLAY "   Movimientos del dia:      " TOTAL-DEL-DIA
           DISPLAY "   Asientos contabilizados:  " TOTAL-CONTABILIZADOS
           DISPLAY "   Partidas en comprobante:  " TOTAL-PARTIDAS
           DISPLAY "   No contables por regla:   " TOTAL-NO-CONTABLES
           DISPLAY "   Sin regla contable:       " TOTAL-SIN-REGLA
           DISPLAY "   Debitos del comprobante:  "
               TOTAL-DEBITOS-COMPROBANTE
           DISPLAY "   Creditos del comprobante: "
               TOTAL-CREDITOS-COMPROBANTE
           IF TOTAL-DEBITOS-BALANCE NOT = TOTAL-CREDITOS-BALANCE
               DISPLAY "*** Debitos y creditos no cuadran: el dia NO "
                   "se cierra contablemente; revisar el mapa "
                   "contable y reprocesar ***"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF TOTAL-SIN-REGLA > 0
                   DISPLAY "*** Hay movimientos sin regla contable: el "
                       "dia NO se cierra; completar el mapa "
                       "contable y reprocesar ***"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF TOTAL-CONTABILIZADOS = 0
                       DISPLAY "*** No hubo movimientos contables en "
                           "el dia; no se marca como cerrado ***"
                   ELSE
                       OPEN EXTEND ARCHIVO-CONTROL-CONTABLE
                       MOVE FECHA-CONTABLE
                           TO REGISTRO-CONTROL-CONTABLE
                       WRITE REGISTRO-CONTROL-CONTABLE
                       CLOSE ARCHIVO-CONTROL-CONTABLE
                       DISPLAY "Dia " FECHA-CONTABLE
                           " cerrado contablemente; comprobante en "
                           NOMBRE-COMPROBANTE
                   END-IF
               END-IF
           END-IF
           .

       9400-OBTENER-FECHA-CERRADA.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-CERRADA
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

       3000-FINAL-PROGRAMA.
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM CONTABILIDAD-DIARIA.
