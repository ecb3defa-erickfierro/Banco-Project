      *                     la cadena. Sin el archivo de control rige  *
      *                     la fecha del sistema                       *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Paso de la cadena nocturna: solo corre     *
      *                     con el cierre del dia terminado en         *
      *                     BD-CONTROL-CADENA, antes del extracto, y   *
      *                     anota alli su inicio, su fin y los conteos *
      *                     de la corrida. Una lectura fallida de las  *
      *                     ordenes deja el paso como fallido          *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El debito de la orden valida contra el     *
      *                     saldo disponible, que descuenta las        *
      *                     retenciones y embargos vigentes de         *
      *                     BD-RETENCIONES en el dia cerrado           *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los parrafos del control de la cadena      *
      *                     nocturna (9300 a 9340) se toman del        *
      *                     copybook CTLPASO, comun a todos los pasos  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY IS NUMERO-TARJETA
           FILE STATUS IS ESTADO-ARCHIVO-CUENTAS.

           SELECT OPTIONAL BD-RETENCIONES
           ASSIGN TO "..\assets/retenciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-RETENCION
           FILE STATUS IS ESTADO-ARCHIVO-RETENCIONES.

           SELECT OPTIONAL BD-TARIFAS
           ASSIGN TO "..\assets/tarifas-comisiones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
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
           FD BD-ORDENES.
           FD BD-CUENTAS.
               COPY CUENTAS.

           FD BD-RETENCIONES.
               COPY RETENCION.

           FD BD-TARIFAS.
               COPY TARIFAS.

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-ORDENES PIC X(02).
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 ESTADO-ARCHIVO-RETENCIONES PIC X(02).
       77 FLAG-FIN-RETENCIONES PIC 9 VALUE 0.
       77 SALDO-RETENIDO PIC S9(11)V99 COMP-3.
       77 SALDO-DISPONIBLE PIC S9(11)V99 COMP-3.
       77 FLAG-FIN-ORDENES PIC 9 VALUE 0.
       77 FLAG-EJECUCION-OK PIC 9 VALUE 0.
       77 FLAG-TARIFA-HALLADA PIC 9 VALUE 0.
       77 TOTAL-FALLIDAS PIC 9(05) COMP VALUE 0.
       77 TOTAL-EXPIRADAS PIC 9(05) COMP VALUE 0.
       77 MONTO-TRANSFERIDO PIC S9(11)V99 COMP-3 VALUE 0.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 05.
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
           DISPLAY "***************************************************"
           DISPLAY "*       EJECUCION DE ORDENES PERMANENTES          *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           MOVE FECHA-CERRADA TO FECHA-CADENA
           PERFORM 9300-VERIFICAR-CADENA
           DISPLAY "Reintentos antes de expirar (0 = 3): "
               WITH NO ADVANCING
           ACCEPT MAX-REINTENTOS
           IF MAX-REINTENTOS = 0
               MOVE 3 TO MAX-REINTENTOS
           END-IF
           MOVE FECHA-CERRADA(1:6) TO MES-ACTUAL
           MOVE FECHA-CERRADA(7:2) TO DIA-HOY
           OPEN I-O BD-ORDENES
           OPEN I-O BD-CUENTAS
           OPEN INPUT BD-RETENCIONES
           .

       2000-PROCESO-PROGRAMA.
           IF FLAG-FIN-ORDENES = 0
               AND ESTADO-ARCHIVO-ORDENES NOT = "00"
               MOVE 1 TO FLAG-FIN-ORDENES
               MOVE 12 TO RETORNO-PASO
           END-IF
           IF FLAG-FIN-ORDENES = 0
               ADD 1 TO LEIDOS-PASO
               IF ORDEN-ACTIVA
                   AND DIA-MES-ORDEN <= DIA-HOY
                   AND MES-ULTIMA-EJECUCION NOT = MES-ACTUAL
                   MOVE MONTO-ORDEN TO MONTO-PARA-TARIFA
                   MOVE TRANSF-MES-CUENTA TO OPERACIONES-MES-TIPO
                   PERFORM 9600-CALCULAR-COMISION
                   PERFORM 9700-CALCULAR-DISPONIBLE
                   IF MONTO-ORDEN + COMISION-CALCULADA
                       > SALDO-DISPONIBLE
                       MOVE "01" TO CODIGO-FALLA
                   ELSE
                       COMPUTE SALDO-CUENTA = SALDO-CUENTA
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DENOM)
           .

       COPY CTLPASO.

      ******************************************************************
      * La cadena nocturna procesa el dia de negocio cerrado por el    *
      * operador (fecha-cerrada.txt); sin el archivo de control rige   *
           END-IF
           .

      ******************************************************************
      * Saldo disponible = saldo contable menos las retenciones        *
      * activas de la cuenta ya iniciadas y no vencidas en el dia      *
      * cerrado en que corren las ordenes.                             *
      ******************************************************************
       9700-CALCULAR-DISPONIBLE.
           MOVE 0 TO SALDO-RETENIDO
           MOVE 0 TO FLAG-FIN-RETENCIONES
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-RET
           MOVE 0 TO NUMERO-RETENCION
           START BD-RETENCIONES KEY IS NOT LESS THAN CLAVE-RETENCION
               INVALID KEY MOVE 1 TO FLAG-FIN-RETENCIONES
           END-START
           PERFORM 9710-SUMAR-UNA-RETENCION
               UNTIL FLAG-FIN-RETENCIONES = 1
           COMPUTE SALDO-DISPONIBLE = SALDO-CUENTA - SALDO-RETENIDO
           .

       9710-SUMAR-UNA-RETENCION.
           READ BD-RETENCIONES NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-RETENCIONES
           END-READ
           IF FLAG-FIN-RETENCIONES = 0
               AND (ESTADO-ARCHIVO-RETENCIONES NOT = "00"
                    OR NUMERO-CUENTA-RET NOT = NUMERO-CUENTA)
               MOVE 1 TO FLAG-FIN-RETENCIONES
           END-IF
           IF FLAG-FIN-RETENCIONES = 0
               IF RETENCION-ACTIVA
                   AND FECHA-INICIO-RET NOT > FECHA-CERRADA
                   AND (FECHA-VENCE-RET = 0
                        OR FECHA-VENCE-RET NOT < FECHA-CERRADA)
                   ADD MONTO-RETENCION TO SALDO-RETENIDO
               END-IF
           END-IF
           .

       3000-FINAL-PROGRAMA.
           CLOSE BD-ORDENES
           CLOSE BD-CUENTAS
           CLOSE BD-RETENCIONES
           COMPUTE ESCRITOS-PASO = TOTAL-EJECUTADAS + TOTAL-FALLIDAS
           PERFORM 9330-MARCAR-FIN-PASO
           DISPLAY "***************************************************"
           STOP RUN
           .
