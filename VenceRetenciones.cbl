      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Control nocturno de retenciones y embargos sobre      *
      *          BD-RETENCIONES. Las retenciones activas cuya fecha de *
      *          vencimiento ya paso al cierre del dia quedan como     *
      *          vencidas, con su liberacion journalizada (opcion 32)  *
      *          en el dia de negocio abierto, y las que siguen        *
      *          activas salen en el reporte por tipo (judicial,       *
      *          bancaria, deposito pendiente) con subtotales,         *
      *          retenciones-AAAAMMDD.txt.                             *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTO-RETENCIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BD-RETENCIONES
           ASSIGN TO "..\assets/retenciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-RETENCION
           FILE STATUS IS ESTADO-ARCHIVO-RETENCIONES.

           SELECT OPTIONAL LOG-TRANSACCIONES
           ASSIGN TO "..\assets/log-transacciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-REPORTE-RETENCIONES
           ASSIGN TO DYNAMIC NOMBRE-REPORTE-RETENCIONES
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRABAJO-RETENCIONES
           ASSIGN TO "..\assets/trabajo-retenciones.tmp".

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-NEGOCIO
           ASSIGN TO "..\assets/fecha-negocio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-RETENCIONES.
               COPY RETENCION.

           FD LOG-TRANSACCIONES.
               COPY LOGTRANS.

           FD ARCHIVO-REPORTE-RETENCIONES.
               01 LINEA-REPORTE-RETENCIONES PIC X(100).

           SD TRABAJO-RETENCIONES.
               01 REGISTRO-TRABAJO-RETENCION.
                   05 TIPO-SRT               PIC X(01).
                   05 CUENTA-SRT             PIC 9(10).
                   05 NUMERO-SRT             PIC 9(04).
                   05 MONTO-SRT              PIC S9(09)V99.
                   05 INICIO-SRT             PIC 9(08).
                   05 VENCE-SRT              PIC 9(08).
                   05 REFERENCIA-SRT         PIC X(30).

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-RETENCIONES PIC X(02).
       77 NOMBRE-REPORTE-RETENCIONES PIC X(50).
       77 FLAG-FIN-RETENCIONES PIC 9 VALUE 0.
       77 FLAG-FIN-TRABAJO PIC 9 VALUE 0.
       77 FECHA-SISTEMA PIC 9(08).
       77 HORA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 FECHA-NEGOCIO PIC 9(08).
       77 FLAG-FIN-FECHA-NEG PIC 9 VALUE 0.
       77 IX-DENOM PIC 9(02) COMP.
       77 TIPO-ANTERIOR PIC X(01).
       77 TOTAL-LEIDAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-VENCIDAS PIC 9(07) COMP VALUE 0.
       77 MONTO-VENCIDAS PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-ACTIVAS PIC 9(07) COMP VALUE 0.
       77 MONTO-ACTIVAS PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-TIPO PIC 9(07) COMP.
       77 MONTO-TIPO PIC S9(11)V99 COMP-3.

       01 LINEA-TITULO-RETENCIONES.
           05 FILLER                 PIC X(37)
               VALUE "RETENCIONES Y EMBARGOS - DIA CERRADO ".
           05 FECHA-TITULO           PIC 9(08).

       01 LINEA-ENCABEZADO-RETENCIONES.
           05 FILLER                 PIC X(12) VALUE "CUENTA".
           05 FILLER                 PIC X(06) VALUE "NUM".
           05 FILLER                 PIC X(20) VALUE "TIPO".
           05 FILLER                 PIC X(16) VALUE "           MONTO".
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "INICIO".
           05 FILLER                 PIC X(10) VALUE "VENCE".
           05 FILLER                 PIC X(24) VALUE "REFERENCIA".

       01 LINEA-DETALLE-RETENCION.
           05 CUENTA-DETALLE         PIC 9(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 NUMERO-DETALLE         PIC 9(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TIPO-DETALLE           PIC X(18).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MONTO-DETALLE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 INICIO-DETALLE         PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VENCE-DETALLE          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REFERENCIA-DETALLE     PIC X(24).

       01 LINEA-TOTAL-RETENCIONES.
           05 ETIQUETA-TOTAL         PIC X(30).
           05 CANTIDAD-TOTAL         PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 MONTO-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*       VENCIMIENTO DE RETENCIONES Y EMBARGOS     *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           PERFORM 9410-OBTENER-FECHA-NEGOCIO
           DISPLAY "Dia cerrado: " FECHA-CERRADA
           MOVE SPACES TO NOMBRE-REPORTE-RETENCIONES
           STRING "..\assets/retenciones-" DELIMITED BY SIZE
                  FECHA-CERRADA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-REPORTE-RETENCIONES
           OPEN I-O BD-RETENCIONES
           OPEN OUTPUT ARCHIVO-REPORTE-RETENCIONES
           MOVE FECHA-CERRADA TO FECHA-TITULO
           WRITE LINEA-REPORTE-RETENCIONES
               FROM LINEA-TITULO-RETENCIONES
           MOVE SPACES TO LINEA-REPORTE-RETENCIONES
           WRITE LINEA-REPORTE-RETENCIONES
           MOVE "LIBERADAS POR VENCIMIENTO"
               TO LINEA-REPORTE-RETENCIONES
           WRITE LINEA-REPORTE-RETENCIONES
           WRITE LINEA-REPORTE-RETENCIONES
               FROM LINEA-ENCABEZADO-RETENCIONES
           .

      ******************************************************************
      * El recorrido vence lo que corresponde y entrega las activas al *
      * SORT por tipo; la salida ordenada corta por tipo para los      *
      * subtotales.                                                    *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           SORT TRABAJO-RETENCIONES
               ON ASCENDING KEY TIPO-SRT
               ON ASCENDING KEY CUENTA-SRT
               ON ASCENDING KEY NUMERO-SRT
               INPUT PROCEDURE IS 2100-RECORRER-RETENCIONES
               OUTPUT PROCEDURE IS 2600-REPORTAR-ACTIVAS
           .

       2100-RECORRER-RETENCIONES.
           MOVE LOW-VALUES TO CLAVE-RETENCION
           START BD-RETENCIONES KEY IS NOT LESS THAN CLAVE-RETENCION
               INVALID KEY MOVE 1 TO FLAG-FIN-RETENCIONES
           END-START
           PERFORM 2110-REVISAR-UNA-RETENCION
               UNTIL FLAG-FIN-RETENCIONES = 1
           IF TOTAL-VENCIDAS = 0
               MOVE "   (ninguna)" TO LINEA-REPORTE-RETENCIONES
               WRITE LINEA-REPORTE-RETENCIONES
           END-IF
           .

       2110-REVISAR-UNA-RETENCION.
           READ BD-RETENCIONES NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-RETENCIONES
           END-READ
           IF FLAG-FIN-RETENCIONES = 0
               AND ESTADO-ARCHIVO-RETENCIONES NOT = "00"
               DISPLAY "*** Lectura de retenciones termina con "
                   "estado " ESTADO-ARCHIVO-RETENCIONES " ***"
               MOVE 1 TO FLAG-FIN-RETENCIONES
           END-IF
           IF FLAG-FIN-RETENCIONES = 0
               ADD 1 TO TOTAL-LEIDAS
               IF RETENCION-ACTIVA
                   IF FECHA-VENCE-RET > 0
                       AND FECHA-VENCE-RET NOT > FECHA-CERRADA
                       PERFORM 2200-VENCER-RETENCION
                   ELSE
                       PERFORM 2300-ENTREGAR-ACTIVA
                   END-IF
               END-IF
           END-IF
           .

       2200-VENCER-RETENCION.
           SET RETENCION-VENCIDA TO TRUE
           MOVE FECHA-CERRADA TO FECHA-LIBERA-RET
           MOVE "VENCE" TO USUARIO-LIBERA-RET
           MOVE "VENCIMIENTO DE LA RETENCION" TO MOTIVO-LIBERA-RET
           REWRITE REGISTRO-RETENCION
           ADD 1 TO TOTAL-VENCIDAS
           ADD MONTO-RETENCION TO MONTO-VENCIDAS
           PERFORM 2210-REGISTRAR-LIBERACION
           MOVE NUMERO-CUENTA-RET TO CUENTA-DETALLE
           MOVE NUMERO-RETENCION TO NUMERO-DETALLE
           MOVE TIPO-RETENCION TO TIPO-SRT
           PERFORM 2800-NOMBRAR-TIPO
           MOVE MONTO-RETENCION TO MONTO-DETALLE
           MOVE FECHA-INICIO-RET TO INICIO-DETALLE
           MOVE FECHA-VENCE-RET TO VENCE-DETALLE
           MOVE REFERENCIA-RET TO REFERENCIA-DETALLE
           WRITE LINEA-REPORTE-RETENCIONES FROM LINEA-DETALLE-RETENCION
           .

      ******************************************************************
      * La liberacion por vencimiento se journaliza en el dia de       *
      * negocio abierto, como las demas novedades de la noche.         *
      ******************************************************************
       2210-REGISTRAR-LIBERACION.
           ACCEPT HORA-SISTEMA FROM TIME
           STRING FECHA-NEGOCIO DELIMITED BY SIZE
                  HORA-SISTEMA(1:6) DELIMITED BY SIZE
               INTO FECHA-HORA-LOG
           MOVE NUMERO-CUENTA-RET TO NUMERO-CUENTA-LOG
           MOVE 32 TO ID-OPCION-LOG
           MOVE MONTO-RETENCION TO MONTO-LOG
           SET MOVIMIENTO-NEUTRO TO TRUE
           MOVE "00" TO CODIGO-RESULTADO-LOG
           MOVE "VENCE" TO USUARIO-LOG
           MOVE "BATC" TO TERMINAL-LOG
           PERFORM 2220-LIMPIAR-DETALLE-LOG
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           OPEN EXTEND LOG-TRANSACCIONES
           WRITE REGISTRO-LOG
           CLOSE LOG-TRANSACCIONES
           .

       2220-LIMPIAR-DETALLE-LOG.
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DENOM)
           .

       2300-ENTREGAR-ACTIVA.
           MOVE TIPO-RETENCION TO TIPO-SRT
           MOVE NUMERO-CUENTA-RET TO CUENTA-SRT
           MOVE NUMERO-RETENCION TO NUMERO-SRT
           MOVE MONTO-RETENCION TO MONTO-SRT
           MOVE FECHA-INICIO-RET TO INICIO-SRT
           MOVE FECHA-VENCE-RET TO VENCE-SRT
           MOVE REFERENCIA-RET TO REFERENCIA-SRT
           RELEASE REGISTRO-TRABAJO-RETENCION
           .

       2600-REPORTAR-ACTIVAS.
           MOVE SPACES TO LINEA-REPORTE-RETENCIONES
           WRITE LINEA-REPORTE-RETENCIONES
           MOVE "RETENCIONES ACTIVAS POR TIPO"
               TO LINEA-REPORTE-RETENCIONES
           WRITE LINEA-REPORTE-RETENCIONES
           WRITE LINEA-REPORTE-RETENCIONES
               FROM LINEA-ENCABEZADO-RETENCIONES
           MOVE 0 TO FLAG-FIN-TRABAJO
           PERFORM 2610-RETORNAR-RETENCION
           PERFORM 2620-CORTE-TIPO
               UNTIL FLAG-FIN-TRABAJO = 1
           MOVE ALL "=" TO LINEA-REPORTE-RETENCIONES
           WRITE LINEA-REPORTE-RETENCIONES
           MOVE "TOTAL ACTIVAS" TO ETIQUETA-TOTAL
           MOVE TOTAL-ACTIVAS TO CANTIDAD-TOTAL
           MOVE MONTO-ACTIVAS TO MONTO-TOTAL
           WRITE LINEA-REPORTE-RETENCIONES
               FROM LINEA-TOTAL-RETENCIONES
           MOVE "TOTAL VENCIDAS HOY" TO ETIQUETA-TOTAL
           MOVE TOTAL-VENCIDAS TO CANTIDAD-TOTAL
           MOVE MONTO-VENCIDAS TO MONTO-TOTAL
           WRITE LINEA-REPORTE-RETENCIONES
               FROM LINEA-TOTAL-RETENCIONES
           .

       2610-RETORNAR-RETENCION.
           RETURN TRABAJO-RETENCIONES
               AT END MOVE 1 TO FLAG-FIN-TRABAJO
           END-RETURN
           .

       2620-CORTE-TIPO.
           MOVE TIPO-SRT TO TIPO-ANTERIOR
           MOVE 0 TO TOTAL-TIPO
           MOVE 0 TO MONTO-TIPO
           PERFORM 2630-LISTAR-ACTIVA
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR TIPO-SRT NOT = TIPO-ANTERIOR
           MOVE TIPO-ANTERIOR TO TIPO-SRT
           PERFORM 2800-NOMBRAR-TIPO
           MOVE SPACES TO ETIQUETA-TOTAL
           STRING "  TOTAL " DELIMITED BY SIZE
                  TIPO-DETALLE DELIMITED BY SIZE
               INTO ETIQUETA-TOTAL
           MOVE TOTAL-TIPO TO CANTIDAD-TOTAL
           MOVE MONTO-TIPO TO MONTO-TOTAL
           WRITE LINEA-REPORTE-RETENCIONES
               FROM LINEA-TOTAL-RETENCIONES
           MOVE SPACES TO LINEA-REPORTE-RETENCIONES
           WRITE LINEA-REPORTE-RETENCIONES
           .

       2630-LISTAR-ACTIVA.
           ADD 1 TO TOTAL-TIPO
           ADD MONTO-SRT TO MONTO-TIPO
           ADD 1 TO TOTAL-ACTIVAS
           ADD MONTO-SRT TO MONTO-ACTIVAS
           MOVE CUENTA-SRT TO CUENTA-DETALLE
           MOVE NUMERO-SRT TO NUMERO-DETALLE
           PERFORM 2800-NOMBRAR-TIPO
           MOVE MONTO-SRT TO MONTO-DETALLE
           MOVE INICIO-SRT TO INICIO-DETALLE
           MOVE VENCE-SRT TO VENCE-DETALLE
           MOVE REFERENCIA-SRT TO REFERENCIA-DETALLE
           WRITE LINEA-REPORTE-RETENCIONES FROM LINEA-DETALLE-RETENCION
           PERFORM 2610-RETORNAR-RETENCION
           .

       2800-NOMBRAR-TIPO.
           EVALUATE TIPO-SRT
               WHEN "J" MOVE "JUDICIAL" TO TIPO-DETALLE
               WHEN "B" MOVE "BANCARIA" TO TIPO-DETALLE
               WHEN "D" MOVE "DEPOSITO PENDIENTE" TO TIPO-DETALLE
               WHEN OTHER MOVE "SIN TIPO" TO TIPO-DETALLE
           END-EVALUATE
           .

      ******************************************************************
      * El vencimiento se evalua sobre el dia de negocio cerrado       *
      * (fecha-cerrada.txt); sin el archivo de control rige la fecha   *
      * del sistema.                                                   *
      ******************************************************************
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

      ******************************************************************
      * El dia de negocio abierto lo fija el cierre de dia del         *
      * operador; sin archivo de control rige la fecha del sistema.    *
      ******************************************************************
       9410-OBTENER-FECHA-NEGOCIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-NEGOCIO
           MOVE 0 TO FLAG-FIN-FECHA-NEG
           OPEN INPUT ARCHIVO-FECHA-NEGOCIO
           READ ARCHIVO-FECHA-NEGOCIO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-FECHA-NEG
           END-READ
           IF FLAG-FIN-FECHA-NEG = 0
               AND REGISTRO-FECHA-NEGOCIO > 0
               MOVE REGISTRO-FECHA-NEGOCIO TO FECHA-NEGOCIO
           END-IF
           CLOSE ARCHIVO-FECHA-NEGOCIO
           .

       3000-FINAL-PROGRAMA.
           CLOSE BD-RETENCIONES
           CLOSE ARCHIVO-REPORTE-RETENCIONES
           DISPLAY "   Retenciones leidas:   " TOTAL-LEIDAS
           DISPLAY "   Vencidas y liberadas: " TOTAL-VENCIDAS
               " por " MONTO-VENCIDAS
           DISPLAY "   Activas:              " TOTAL-ACTIVAS
               " por " MONTO-ACTIVAS
           DISPLAY "Reporte en " NOMBRE-REPORTE-RETENCIONES
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM VENCIMIENTO-RETENCIONES.
