      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los reclamos de clientes aprobados y sin   *
      *                     abono se listan como casos de credito; el  *
      *                     operador indica el reclamo al aplicar el   *
      *                     ajuste con doble autorizacion y el abono   *
      *                     queda anotado en BD-RECLAMOS               *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los casos abiertos se reunen en un         *
      *                     archivo de trabajo ordenado por cuenta y   *
      *                     monto en lugar de la tabla de 50           *
      *                     pendientes; los reclamos de la cuenta se   *
      *                     consultan en BD-RECLAMOS                   *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Un credito a una cuenta con reclamos       *
      *                     aprobados por abonar exige el numero del   *
      *                     reclamo. El abono se anota en el reclamo   *
      *                     antes del credito; si no queda anotado no  *
      *                     hay credito ni asiento                     *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ASSIGN TO "..\assets/fecha-negocio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BD-RECLAMOS
           ASSIGN TO "..\assets/reclamos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-RECLAMO
           ALTERNATE RECORD KEY IS NUMERO-CUENTA-REC WITH DUPLICATES
           FILE STATUS IS ESTADO-ARCHIVO-RECLAMOS.

           SELECT TRABAJO-PENDIENTES
           ASSIGN TO "..\assets/trabajo-ajustes.tmp".

       DATA DIVISION.
       FILE SECTION.
           FD LOG-TRANSACCIONES.
           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

           FD BD-RECLAMOS.
               COPY RECLAMO.

           SD TRABAJO-PENDIENTES.
               01 REGISTRO-TRABAJO-PENDIENTE.
                   05 CUENTA-SRT             PIC 9(10).
                   05 MONTO-SRT              PIC S9(09)V99.
                   05 SECUENCIA-SRT          PIC 9(09).
                   05 CLASE-SRT              PIC X(01).
                       88 CASO-BITACORA-SRT    VALUE "B".
                       88 CASO-HOST-SRT        VALUE "H".
                       88 CASO-RECLAMO-SRT     VALUE "R".
                       88 AJUSTE-APLICADO-SRT  VALUE "A".
                   05 FECHA-HORA-SRT         PIC X(14).
                   05 RECLAMO-SRT            PIC 9(10).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 ESTADO-ARCHIVO-RECLAMOS PIC X(02).
       77 FLAG-FIN-RECLAMOS PIC 9 VALUE 0.
       77 FLAG-FIN-LOG PIC 9 VALUE 0.
       77 FLAG-FIN-EXCEPCIONES PIC 9 VALUE 0.
       77 FLAG-FIN-AJUSTES PIC 9 VALUE 0.
       77 FLAG-AJUSTE-OK PIC 9 VALUE 0.
       77 FLAG-FIN-TRABAJO PIC 9 VALUE 0.
       77 FLAG-AJUSTE-POSTERIOR PIC 9 VALUE 0.
       77 FLAG-RECLAMO-AJUSTE PIC 9 VALUE 0.
       77 FLAG-FIN-FECHA-NEG PIC 9 VALUE 0.
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 FECHA-CERRADA PIC 9(08).
       77 NOMBRE-BITACORA-CERRADA PIC X(40).
       77 SECUENCIA-CASO PIC 9(09) COMP VALUE 0.
       77 TOTAL-ABIERTOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-AJUSTES-APLICADOS PIC 9(03) COMP VALUE 0.
       77 RECLAMOS-DE-LA-CUENTA PIC 9(03) COMP.
       77 RECLAMO-AJUSTE PIC 9(10).
       77 IX-DENOM PIC 9(02) COMP.
       77 INICIALES-OPERADOR PIC X(03).
       77 INICIALES-CONFIRMA PIC X(03).
       77 MONTO-AJUSTE PIC 9(09)V99.
       77 MONTO-CONFIRMA PIC 9(09)V99.
       77 TIPO-AJUSTE PIC X(01).
       77 CUENTA-GRUPO PIC 9(10).
       77 MONTO-GRUPO PIC S9(09)V99.
       77 FECHA-SISTEMA PIC 9(08).
       77 HORA-SISTEMA PIC 9(08).
       77 FECHA-NEGOCIO PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           END-IF
           .

      ******************************************************************
      * Los casos se reunen en un archivo de trabajo ordenado por      *
      * cuenta y monto, sin tablas en memoria: el volumen de casos     *
      * solo lo limita el espacio del archivo de trabajo.              *
      ******************************************************************
       2000-PROCESO-PROGRAMA.
           OPEN I-O BD-RECLAMOS
           MOVE 0 TO SECUENCIA-CASO
           SORT TRABAJO-PENDIENTES
               ON ASCENDING KEY CUENTA-SRT
                  ASCENDING KEY MONTO-SRT
                  DESCENDING KEY SECUENCIA-SRT
               INPUT PROCEDURE IS 2010-REUNIR-CASOS
               OUTPUT PROCEDURE IS 2300-LISTAR-PENDIENTES
           OPEN I-O BD-CUENTAS
           PERFORM 2400-ATENDER-UN-AJUSTE
               UNTIL FLAG-FIN-AJUSTES = 1
           CLOSE BD-CUENTAS
           CLOSE BD-RECLAMOS
           .

       2010-REUNIR-CASOS.
           PERFORM 2200-CARGAR-RECHAZOS-HOST
           PERFORM 2050-CARGAR-BITACORA-CERRADA
           PERFORM 2100-CARGAR-BITACORA
           PERFORM 2250-CARGAR-RECLAMOS-APROBADOS
           .

      ******************************************************************
      * arranca por esa bitacora (nombrada con fecha-cerrada.txt,      *
      * como la cadena nocturna) y sigue con la viva, aplicando la     *
      * misma clasificacion a ambas. Asi el caso de anoche aparece en  *
      * la lista de la manana y un ajuste aplicado ayer sigue          *
      * cerrando su caso hoy.                                          *
      ******************************************************************
       2050-CARGAR-BITACORA-CERRADA.
           .

      ******************************************************************
      * Un caso queda cerrado cuando la bitacora trae despues un       *
      * ajuste (codigo 16) de la misma cuenta por el mismo monto. Los  *
      * rechazos del host se reunen antes de estos barridos para que   *
      * un rechazo ya ajustado, que sigue en extracto-rechazos.txt,    *
      * no se vuelva a listar como abierto.                            *
      ******************************************************************
           END-IF
           IF ID-OPCION-LOG = 16
               AND CODIGO-RESULTADO-LOG = "00"
               PERFORM 2130-ANOTAR-AJUSTE
           END-IF
           .

       2120-ANOTAR-PENDIENTE.
           MOVE NUMERO-CUENTA-LOG TO CUENTA-SRT
           MOVE MONTO-LOG TO MONTO-SRT
           MOVE FECHA-HORA-LOG TO FECHA-HORA-SRT
           SET CASO-BITACORA-SRT TO TRUE
           MOVE 0 TO RECLAMO-SRT
           PERFORM 2140-LIBERAR-CASO
           .

       2130-ANOTAR-AJUSTE.
           MOVE NUMERO-CUENTA-LOG TO CUENTA-SRT
           MOVE MONTO-LOG TO MONTO-SRT
           MOVE FECHA-HORA-LOG TO FECHA-HORA-SRT
           SET AJUSTE-APLICADO-SRT TO TRUE
           MOVE 0 TO RECLAMO-SRT
           PERFORM 2140-LIBERAR-CASO
           .

       2140-LIBERAR-CASO.
           ADD 1 TO SECUENCIA-CASO
           MOVE SECUENCIA-CASO TO SECUENCIA-SRT
           RELEASE REGISTRO-TRABAJO-PENDIENTE
           .

       2200-CARGAR-RECHAZOS-HOST.
               AT END MOVE 1 TO FLAG-FIN-EXCEPCIONES
           END-READ
           IF FLAG-FIN-EXCEPCIONES = 0
               MOVE NUMERO-CUENTA-EXC TO CUENTA-SRT
               MOVE MONTO-EXC TO MONTO-SRT
               MOVE FECHA-HORA-EXC TO FECHA-HORA-SRT
               SET CASO-HOST-SRT TO TRUE
               MOVE 0 TO RECLAMO-SRT
               PERFORM 2140-LIBERAR-CASO
           END-IF
           .

      ******************************************************************
      * Los reclamos de clientes aprobados y aun sin abono entran a la *
      * lista como casos de credito. Se cierran por el numero de       *
      * reclamo que el operador indica al aplicar el ajuste, no por    *
      * cuenta y monto, y el abono queda anotado en el reclamo.        *
      ******************************************************************
       2250-CARGAR-RECLAMOS-APROBADOS.
           MOVE 0 TO FLAG-FIN-RECLAMOS
           MOVE 0 TO NUMERO-RECLAMO
           START BD-RECLAMOS KEY IS NOT LESS THAN NUMERO-RECLAMO
               INVALID KEY MOVE 1 TO FLAG-FIN-RECLAMOS
           END-START
           PERFORM 2260-ANOTAR-UN-RECLAMO
               UNTIL FLAG-FIN-RECLAMOS = 1
           .

       2260-ANOTAR-UN-RECLAMO.
           READ BD-RECLAMOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-RECLAMOS
           END-READ
           IF FLAG-FIN-RECLAMOS = 0
               AND ESTADO-ARCHIVO-RECLAMOS NOT = "00"
               MOVE 1 TO FLAG-FIN-RECLAMOS
           END-IF
           IF FLAG-FIN-RECLAMOS = 0
               AND RECLAMO-APROBADO
               AND FECHA-ABONO-REC = 0
               MOVE NUMERO-CUENTA-REC TO CUENTA-SRT
               MOVE MONTO-APROBADO-REC TO MONTO-SRT
               MOVE SPACES TO FECHA-HORA-SRT
               MOVE FECHA-ESTADO-REC TO FECHA-HORA-SRT(1:8)
               SET CASO-RECLAMO-SRT TO TRUE
               MOVE NUMERO-RECLAMO TO RECLAMO-SRT
               PERFORM 2140-LIBERAR-CASO
           END-IF
           .

      ******************************************************************
      * Dentro de cada cuenta y monto los casos llegan del mas nuevo   *
      * al mas viejo: un ajuste aplicado cierra los asientos 07 y los  *
      * rechazos del host anteriores a el. Los reclamos no se cierran  *
      * por cuenta y monto y se listan siempre.                        *
      ******************************************************************
       2300-LISTAR-PENDIENTES.
           DISPLAY "---------------------------------------------------"
           DISPLAY "CASOS ABIERTOS PARA AJUSTE"
           DISPLAY "---------------------------------------------------"
           MOVE 0 TO TOTAL-ABIERTOS
           MOVE 0 TO FLAG-FIN-TRABAJO
           PERFORM 2305-RETORNAR-CASO
           PERFORM 2310-LISTAR-UN-GRUPO
               UNTIL FLAG-FIN-TRABAJO = 1
           IF TOTAL-ABIERTOS = 0
               DISPLAY "   (sin casos abiertos)"
           END-IF
           DISPLAY "---------------------------------------------------"
           .

       2305-RETORNAR-CASO.
           RETURN TRABAJO-PENDIENTES
               AT END MOVE 1 TO FLAG-FIN-TRABAJO
           END-RETURN
           .

       2310-LISTAR-UN-GRUPO.
           MOVE CUENTA-SRT TO CUENTA-GRUPO
           MOVE MONTO-SRT TO MONTO-GRUPO
           MOVE 0 TO FLAG-AJUSTE-POSTERIOR
           PERFORM 2315-LISTAR-UN-PENDIENTE
               UNTIL FLAG-FIN-TRABAJO = 1
                   OR CUENTA-SRT NOT = CUENTA-GRUPO
                   OR MONTO-SRT NOT = MONTO-GRUPO
           .

       2315-LISTAR-UN-PENDIENTE.
           EVALUATE TRUE
               WHEN AJUSTE-APLICADO-SRT
                   MOVE 1 TO FLAG-AJUSTE-POSTERIOR
               WHEN CASO-RECLAMO-SRT
                   ADD 1 TO TOTAL-ABIERTOS
                   DISPLAY "   " FECHA-HORA-SRT(1:8)
                       " cuenta " CUENTA-SRT
                       " monto " MONTO-SRT
                       " - reclamo aprobado " RECLAMO-SRT
               WHEN FLAG-AJUSTE-POSTERIOR = 1
                   CONTINUE
               WHEN CASO-BITACORA-SRT
                   ADD 1 TO TOTAL-ABIERTOS
                   DISPLAY "   " FECHA-HORA-SRT(1:8)
                       " cuenta " CUENTA-SRT
                       " monto " MONTO-SRT
                       " - reversa fallida (07)"
               WHEN OTHER
                   ADD 1 TO TOTAL-ABIERTOS
                   DISPLAY "   " FECHA-HORA-SRT(1:8)
                       " cuenta " CUENTA-SRT
                       " monto " MONTO-SRT
                       " - rechazo del host"
           END-EVALUATE
           PERFORM 2305-RETORNAR-CASO
           .

       2400-ATENDER-UN-AJUSTE.
                               "de la cuenta ***"
                       ELSE
                           MOVE 1 TO FLAG-AJUSTE-OK
                           PERFORM 2420-UBICAR-RECLAMO-AJUSTE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Si la cuenta tiene reclamos aprobados por abonar, el operador  *
      * debe indicar cual paga el credito y el monto debe ser el       *
      * aprobado: un credito sin reclamo dejaria el reclamo abierto    *
      * para un segundo abono.                                         *
      ******************************************************************
       2420-UBICAR-RECLAMO-AJUSTE.
           MOVE 0 TO FLAG-RECLAMO-AJUSTE
           MOVE 0 TO RECLAMOS-DE-LA-CUENTA
           PERFORM 2425-CONTAR-RECLAMOS-CUENTA
           IF RECLAMOS-DE-LA-CUENTA > 0 AND TIPO-AJUSTE = "C"
               DISPLAY "Reclamo que se abona: " WITH NO ADVANCING
               ACCEPT RECLAMO-AJUSTE
               IF RECLAMO-AJUSTE = 0
                   DISPLAY "*** La cuenta tiene reclamos aprobados "
                       "por abonar; indique el reclamo ***"
                   MOVE 0 TO FLAG-AJUSTE-OK
               ELSE
                   PERFORM 2430-VALIDAR-RECLAMO-AJUSTE
                   IF FLAG-RECLAMO-AJUSTE = 0
                       DISPLAY "*** El reclamo no esta pendiente de "
                           "abono en esta cuenta por ese monto ***"
                       MOVE 0 TO FLAG-AJUSTE-OK
                   END-IF
               END-IF
           END-IF
           .

       2425-CONTAR-RECLAMOS-CUENTA.
           MOVE 0 TO FLAG-FIN-RECLAMOS
           MOVE CUENTA-AJUSTE TO NUMERO-CUENTA-REC
           START BD-RECLAMOS KEY IS EQUAL TO NUMERO-CUENTA-REC
               INVALID KEY MOVE 1 TO FLAG-FIN-RECLAMOS
           END-START
           PERFORM 2428-CONTAR-UN-RECLAMO
               UNTIL FLAG-FIN-RECLAMOS = 1
           .

       2428-CONTAR-UN-RECLAMO.
           READ BD-RECLAMOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-RECLAMOS
           END-READ
           IF FLAG-FIN-RECLAMOS = 0
               IF (ESTADO-ARCHIVO-RECLAMOS NOT = "00"
                   AND ESTADO-ARCHIVO-RECLAMOS NOT = "02")
                   OR NUMERO-CUENTA-REC NOT = CUENTA-AJUSTE
                   MOVE 1 TO FLAG-FIN-RECLAMOS
               ELSE
                   IF RECLAMO-APROBADO
                       AND FECHA-ABONO-REC = 0
                       ADD 1 TO RECLAMOS-DE-LA-CUENTA
                   END-IF
               END-IF
           END-IF
           .

       2430-VALIDAR-RECLAMO-AJUSTE.
           MOVE RECLAMO-AJUSTE TO NUMERO-RECLAMO
           READ BD-RECLAMOS KEY IS NUMERO-RECLAMO
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-RECLAMOS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-RECLAMOS
           END-READ
           IF ESTADO-ARCHIVO-RECLAMOS = "00"
               AND RECLAMO-APROBADO
               AND FECHA-ABONO-REC = 0
               AND NUMERO-CUENTA-REC = CUENTA-AJUSTE
               AND MONTO-APROBADO-REC = MONTO-AJUSTE
               MOVE 1 TO FLAG-RECLAMO-AJUSTE
           END-IF
           .

       2500-CONFIRMAR-SEGUNDA-PERSONA.
           DISPLAY "Confirmacion de segunda persona"
           DISPLAY "Iniciales del confirmante: " WITH NO ADVANCING
           END-IF
           .

      ******************************************************************
      * El abono de un reclamo se anota en BD-RECLAMOS antes de tocar  *
      * la cuenta: si el reclamo no queda anotado no hay credito ni    *
      * asiento, y si la cuenta no se puede regrabar se retira la      *
      * anotacion del reclamo.                                         *
      ******************************************************************
       2600-APLICAR-AJUSTE.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           MOVE "00" TO ESTADO-ARCHIVO-RECLAMOS
           IF FLAG-RECLAMO-AJUSTE = 1
               PERFORM 2810-ABONAR-RECLAMO
           END-IF
           IF ESTADO-ARCHIVO-RECLAMOS = "00"
               PERFORM 2610-GRABAR-AJUSTE-CUENTA
           END-IF
           .

       2610-GRABAR-AJUSTE-CUENTA.
           IF TIPO-AJUSTE = "C"
               ADD MONTO-AJUSTE TO SALDO-CUENTA
           ELSE
               SUBTRACT MONTO-AJUSTE FROM SALDO-CUENTA
           END-IF
           REWRITE REGISTRO-CUENTA
           IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
               DISPLAY "*** No se pudo grabar el ajuste en la cuenta "
                   NUMERO-CUENTA " ***"
               IF FLAG-RECLAMO-AJUSTE = 1
                   PERFORM 2820-RETIRAR-ABONO-RECLAMO
               END-IF
           ELSE
               ADD 1 TO TOTAL-AJUSTES-APLICADOS
               DISPLAY "Ajuste aplicado. Saldo de la cuenta "
                   NUMERO-CUENTA ": " SALDO-CUENTA
               PERFORM 2700-REGISTRAR-AJUSTE
               IF FLAG-RECLAMO-AJUSTE = 1
                   DISPLAY "Reclamo " NUMERO-RECLAMO " abonado"
               END-IF
           END-IF
           .

      ******************************************************************
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DENOM)
           .

       2810-ABONAR-RECLAMO.
           MOVE RECLAMO-AJUSTE TO NUMERO-RECLAMO
           READ BD-RECLAMOS KEY IS NUMERO-RECLAMO
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-RECLAMOS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-RECLAMOS
           END-READ
           IF ESTADO-ARCHIVO-RECLAMOS = "00"
               MOVE FECHA-NEGOCIO TO FECHA-ABONO-REC
               MOVE MONTO-AJUSTE TO MONTO-ABONADO-REC
               MOVE SPACES TO USUARIO-ABONO-REC
               STRING INICIALES-OPERADOR DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      INICIALES-CONFIRMA DELIMITED BY SIZE
                   INTO USUARIO-ABONO-REC
               REWRITE REGISTRO-RECLAMO
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-RECLAMOS
                   NOT INVALID KEY
                       MOVE "00" TO ESTADO-ARCHIVO-RECLAMOS
               END-REWRITE
           END-IF
           IF ESTADO-ARCHIVO-RECLAMOS NOT = "00"
               DISPLAY "*** No se pudo anotar el abono en el reclamo "
                   NUMERO-RECLAMO "; ajuste cancelado ***"
           END-IF
           .

       2820-RETIRAR-ABONO-RECLAMO.
           MOVE 0 TO FECHA-ABONO-REC
           MOVE 0 TO MONTO-ABONADO-REC
           MOVE SPACES TO USUARIO-ABONO-REC
           REWRITE REGISTRO-RECLAMO
               INVALID KEY
                   DISPLAY "*** El reclamo " NUMERO-RECLAMO
                       " quedo anotado como abonado sin credito; "
                       "revise BD-RECLAMOS ***"
           END-REWRITE
           .

      ******************************************************************
      * El dia de negocio lo fija el cierre de dia del operador; sin   *
      * archivo de control rige la fecha del sistema.                  *
