      * Purpose: Mantenimiento de cuentas para el supervisor de back   *
      *          office sobre BD-CUENTAS: apertura de cuenta nueva,    *
      *          desbloqueo de cuenta bloqueada, cierre de cuenta con  *
      *          saldo en cero y tarjetas (reposicion, adicional y     *
      *          reporte de perdida o robo). Cada accion               *
      *          queda firmada en LOG-TRANSACCIONES con el usuario     *
      *          que la ejecuto, para que aparezca en la conciliacion  *
      *          diaria y no como diferencia sin explicar.             *
      *                     negocio correcto. Sin el archivo de        *
      *                     control rige la fecha del sistema          *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Las tarjetas se llevan en el maestro       *
      *                     BD-TARJETAS con su vigencia y su estado.   *
      *                     La apertura graba la tarjeta principal; la *
      *                     reposicion ya no pisa el numero sino que   *
      *                     deja la tarjeta anterior como perdida,     *
      *                     robada o reemplazada y graba la nueva.     *
      *                     Nuevas acciones: 5 agrega una tarjeta      *
      *                     adicional (opcion 27 en bitacora) y 6      *
      *                     reporta una tarjeta perdida o robada       *
      *                     (opcion 28 en bitacora)                    *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Nueva accion 7 reactiva una cuenta         *
      *                     inactiva cuando el titular se presenta en  *
      *                     la oficina con su documento (opcion 30 en  *
      *                     bitacora)                                  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Cada grabacion en BD-TARJETAS y BD-CUENTAS *
      *                     de la reposicion, el reporte de tarjeta y  *
      *                     la reactivacion se verifica; si la tarjeta *
      *                     anterior no queda retirada no se graba la  *
      *                     nueva, y sin grabacion completa no va      *
      *                     asiento a la bitacora                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: La apertura avisa si la tarjeta no quedo   *
      *                     emitida, para emitirla con la opcion 5; el *
      *                     motivo de reposicion cabe completo en      *
      *                     MOTIVO-ESTADO-TAR                          *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ASSIGN TO "..\assets/fecha-negocio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BD-TARJETAS
           ASSIGN TO "..\assets/tarjetas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-TARJETA-TAR
           ALTERNATE RECORD KEY IS NUMERO-CUENTA-TAR WITH DUPLICATES
           FILE STATUS IS ESTADO-ARCHIVO-TARJETAS.

       DATA DIVISION.
       FILE SECTION.
           FD BD-CUENTAS.
           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

           FD BD-TARJETAS.
               COPY TARJETAS.

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 USUARIO-SUPERVISOR PIC X(08).
       77 HORA-SISTEMA PIC 9(08).
       77 FECHA-NEGOCIO PIC 9(08).
       77 FLAG-FIN-FECHA-NEG PIC 9 VALUE 0.
       77 ESTADO-ARCHIVO-TARJETAS PIC X(02).
       77 TARJETA-ANTERIOR-DIGITADA PIC 9(16).
       77 TARJETA-PRINCIPAL-ACTUAL PIC 9(16).
       77 MOTIVO-TARJETA-DIGITADO PIC X(01).
       77 FECHA-VENCIMIENTO-DIGITADA PIC 9(08).
       77 FECHA-VENCIMIENTO-NUEVA PIC 9(08).
       77 VIGENCIA-TARJETA-ANIOS PIC 9(02) VALUE 4.
       77 FLAG-TARJETA-LIBRE PIC 9 VALUE 0.
       77 FLAG-TARJETA-DE-CUENTA PIC 9 VALUE 0.
       77 RESPUESTA-REACTIVACION PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN I-O BD-CUENTAS
           OPEN I-O BD-TARJETAS
           .

       2000-PROCESO-PROGRAMA.
           DISPLAY "2. Desbloquear cuenta"
           DISPLAY "3. Cerrar cuenta (saldo en cero)"
           DISPLAY "4. Reponer tarjeta"
           DISPLAY "5. Agregar tarjeta adicional"
           DISPLAY "6. Reportar tarjeta perdida o robada"
           DISPLAY "7. Reactivar cuenta inactiva"
           DISPLAY "9. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT OPCION-MANTENIMIENTO
               WHEN 2 PERFORM 2200-DESBLOQUEAR-CUENTA
               WHEN 3 PERFORM 2300-CERRAR-CUENTA
               WHEN 4 PERFORM 2400-REPONER-TARJETA
               WHEN 5 PERFORM 2500-AGREGAR-TARJETA
               WHEN 6 PERFORM 2600-BOLETINAR-TARJETA
               WHEN 7 PERFORM 2700-REACTIVAR-CUENTA
               WHEN 9 MOVE 1 TO FLAG-FIN-MANTENIMIENTO
               WHEN OTHER
                   DISPLAY "*** Opcion invalida ***"
           ELSE
               DISPLAY "Numero de tarjeta: " WITH NO ADVANCING
               ACCEPT NUMERO-TARJETA-DIGITADA
               PERFORM 2950-VERIFICAR-TARJETA-LIBRE
               IF FLAG-TARJETA-LIBRE = 1
                   PERFORM 2110-COMPLETAR-APERTURA
               END-IF
           END-IF
           .

       2110-COMPLETAR-APERTURA.
           DISPLAY "PIN inicial: " WITH NO ADVANCING
           ACCEPT PIN-INICIAL
           DISPLAY "Nombre del titular: " WITH NO ADVANCING
           ACCEPT NOMBRE-CLIENTE
           DISPLAY "Saldo de apertura: " WITH NO ADVANCING
           ACCEPT SALDO-APERTURA
           DISPLAY "Limite diario de retiro (0 = sin limite): "
               WITH NO ADVANCING
           ACCEPT LIMITE-DIGITADO
           DISPLAY "Tipo de producto (S=ahorro, N=nomina): "
               WITH NO ADVANCING
           ACCEPT TIPO-PRODUCTO-DIGITADO
           IF TIPO-PRODUCTO-DIGITADO = "s"
               MOVE "S" TO TIPO-PRODUCTO-DIGITADO
           END-IF
           IF TIPO-PRODUCTO-DIGITADO = "n"
               MOVE "N" TO TIPO-PRODUCTO-DIGITADO
           END-IF
           IF TIPO-PRODUCTO-DIGITADO NOT = "N"
               MOVE "S" TO TIPO-PRODUCTO-DIGITADO
           END-IF
           PERFORM 2970-CAPTURAR-VENCIMIENTO
           MOVE NUMERO-CUENTA-DIGITADO TO NUMERO-CUENTA
           MOVE NUMERO-TARJETA-DIGITADA TO NUMERO-TARJETA
           MOVE PIN-INICIAL TO PIN-CUENTA
           MOVE SALDO-APERTURA TO SALDO-CUENTA
           MOVE "A" TO ESTADO-CUENTA
           MOVE 0 TO INTENTOS-FALLIDOS-CUENTA
           MOVE LIMITE-DIGITADO TO LIMITE-RETIRO-DIARIO
           MOVE 0 TO RETIRADO-HOY-CUENTA
           MOVE 0 TO FECHA-ULTIMO-RETIRO
           MOVE "T" TO MARCA-CLAVE-CUENTA
           MOVE 0 TO RETIROS-MES-CUENTA
           MOVE 0 TO TRANSF-MES-CUENTA
           MOVE 0 TO MES-CONTADORES-CUENTA
           MOVE TIPO-PRODUCTO-DIGITADO TO TIPO-PRODUCTO-CUENTA
           MOVE 0 TO MES-ULTIMO-CORTE
           WRITE REGISTRO-CUENTA
               INVALID KEY
                   MOVE "22" TO ESTADO-ARCHIVO-CUENTAS
                   DISPLAY "*** No se pudo grabar la cuenta ***"
               NOT INVALID KEY
                   MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           END-WRITE
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               MOVE 20 TO ID-OPCION-LOG
               MOVE SALDO-APERTURA TO MONTO-LOG
               SET MOVIMIENTO-CREDITO TO TRUE
               MOVE "00" TO CODIGO-RESULTADO-LOG
               PERFORM 9500-REGISTRAR-MANTENIMIENTO
               MOVE 0 TO TARJETA-ANTERIOR-DIGITADA
               PERFORM 2960-GRABAR-TARJETA-NUEVA
               IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
                   DISPLAY "*** Cuenta " NUMERO-CUENTA " abierta, pero "
                       "la tarjeta no quedo emitida ***"
                   DISPLAY "*** Emitir una tarjeta nueva con la opcion "
                       "5 (tarjeta adicional) ***"
               ELSE
                   DISPLAY "Cuenta " NUMERO-CUENTA " abierta."
               END-IF
           END-IF
           .
           END-IF
           .

      ******************************************************************
      * Reposicion: la tarjeta anterior queda en el maestro como       *
      * perdida, robada o reemplazada (deterioro o renovacion), para   *
      * que el cajero la capture si se presenta, y la nueva se graba   *
      * apuntando a ella. Si la anterior era la principal, la cuenta   *
      * pasa a tener la nueva como principal.                          *
      ******************************************************************
       2400-REPONER-TARJETA.
           PERFORM 2900-UBICAR-CUENTA
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               IF CUENTA-CERRADA
                   DISPLAY "*** La cuenta esta cerrada ***"
               ELSE
                   PERFORM 2410-CAPTURAR-REPOSICION
               END-IF
           END-IF
           .

       2410-CAPTURAR-REPOSICION.
           MOVE NUMERO-TARJETA TO TARJETA-PRINCIPAL-ACTUAL
           DISPLAY "Tarjeta a reponer (0 = la principal): "
               WITH NO ADVANCING
           ACCEPT TARJETA-ANTERIOR-DIGITADA
           IF TARJETA-ANTERIOR-DIGITADA = 0
               MOVE TARJETA-PRINCIPAL-ACTUAL
                   TO TARJETA-ANTERIOR-DIGITADA
           END-IF
           PERFORM 2980-VERIFICAR-TARJETA-CUENTA
           IF FLAG-TARJETA-DE-CUENTA = 1
               DISPLAY "Motivo (P=perdida, R=robada, D=deterioro o "
                   "renovacion): " WITH NO ADVANCING
               ACCEPT MOTIVO-TARJETA-DIGITADO
               INSPECT MOTIVO-TARJETA-DIGITADO
                   CONVERTING "prd" TO "PRD"
               IF MOTIVO-TARJETA-DIGITADO NOT = "P"
                   AND MOTIVO-TARJETA-DIGITADO NOT = "R"
                   AND MOTIVO-TARJETA-DIGITADO NOT = "D"
                   DISPLAY "*** Motivo invalido ***"
               ELSE
                   DISPLAY "Numero de tarjeta nuevo: "
                       WITH NO ADVANCING
                   ACCEPT NUMERO-TARJETA-DIGITADA
                   PERFORM 2950-VERIFICAR-TARJETA-LIBRE
                   IF FLAG-TARJETA-LIBRE = 1
                       PERFORM 2420-APLICAR-REPOSICION
                   END-IF
               END-IF
           END-IF
           .

       2420-APLICAR-REPOSICION.
           PERFORM 2970-CAPTURAR-VENCIMIENTO
           PERFORM 2430-RETIRAR-TARJETA-ANTERIOR
           IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
               DISPLAY "*** No se pudo retirar la tarjeta anterior; "
                   "la reposicion no se aplica ***"
           ELSE
               PERFORM 2960-GRABAR-TARJETA-NUEVA
           END-IF
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
               IF TARJETA-ANTERIOR-DIGITADA = TARJETA-PRINCIPAL-ACTUAL
                   PERFORM 2440-CAMBIAR-TARJETA-PRINCIPAL
               END-IF
               IF ESTADO-ARCHIVO-CUENTAS = "00"
                   DISPLAY "Tarjeta repuesta para la cuenta "
                       NUMERO-CUENTA-DIGITADO
                   MOVE 23 TO ID-OPCION-LOG
                   MOVE 0 TO MONTO-LOG
                   SET MOVIMIENTO-NEUTRO TO TRUE
                   MOVE "00" TO CODIGO-RESULTADO-LOG
                   PERFORM 9500-REGISTRAR-MANTENIMIENTO
               END-IF
           END-IF
           .

      ******************************************************************
      * Una tarjeta principal anterior al maestro no tiene registro;   *
      * se crea para conservar su estado.                              *
      ******************************************************************
       2430-RETIRAR-TARJETA-ANTERIOR.
           MOVE TARJETA-ANTERIOR-DIGITADA TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           EVALUATE MOTIVO-TARJETA-DIGITADO
               WHEN "P"
                   SET TARJETA-PERDIDA TO TRUE
                   MOVE "REPUESTA POR PERDIDA" TO MOTIVO-ESTADO-TAR
               WHEN "R"
                   SET TARJETA-ROBADA TO TRUE
                   MOVE "REPUESTA POR ROBO" TO MOTIVO-ESTADO-TAR
               WHEN OTHER
                   SET TARJETA-REEMPLAZADA TO TRUE
                   MOVE "REPUESTA POR DETERIORO/RENOVAC"
                       TO MOTIVO-ESTADO-TAR
           END-EVALUATE
           MOVE FECHA-NEGOCIO TO FECHA-ESTADO-TAR
           MOVE USUARIO-SUPERVISOR TO USUARIO-ESTADO-TAR
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               REWRITE REGISTRO-TARJETA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
                   NOT INVALID KEY
                       MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
               END-REWRITE
           ELSE
               MOVE NUMERO-CUENTA-DIGITADO TO NUMERO-CUENTA-TAR
               MOVE 0 TO FECHA-EMISION-TAR
               MOVE 0 TO FECHA-VENCIMIENTO-TAR
               MOVE 0 TO TARJETA-ANTERIOR-TAR
               WRITE REGISTRO-TARJETA
                   INVALID KEY MOVE "22" TO ESTADO-ARCHIVO-TARJETAS
                   NOT INVALID KEY
                       MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
               END-WRITE
           END-IF
           .

      ******************************************************************
      * La tarjeta nueva ya quedo en el maestro; si la cuenta no se    *
      * puede regrabar con ella como principal, la reposicion no se    *
      * registra en la bitacora y el supervisor debe revisarla.        *
      ******************************************************************
       2440-CAMBIAR-TARJETA-PRINCIPAL.
           PERFORM 2905-RELEER-CUENTA
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               MOVE NUMERO-TARJETA-DIGITADA TO NUMERO-TARJETA
               REWRITE REGISTRO-CUENTA
           END-IF
           IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
               DISPLAY "*** No se pudo reponer la tarjeta principal "
                   "de la cuenta (estado " ESTADO-ARCHIVO-CUENTAS
                   ") ***"
           END-IF
           .

       2500-AGREGAR-TARJETA.
           PERFORM 2900-UBICAR-CUENTA
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               IF NOT CUENTA-ACTIVA
                   DISPLAY "*** La cuenta no esta activa ***"
               ELSE
                   DISPLAY "Numero de tarjeta adicional: "
                       WITH NO ADVANCING
                   ACCEPT NUMERO-TARJETA-DIGITADA
                   PERFORM 2950-VERIFICAR-TARJETA-LIBRE
                   IF FLAG-TARJETA-LIBRE = 1
                       PERFORM 2510-APLICAR-ADICIONAL
                   END-IF
               END-IF
           END-IF
           .

       2510-APLICAR-ADICIONAL.
           PERFORM 2970-CAPTURAR-VENCIMIENTO
           MOVE 0 TO TARJETA-ANTERIOR-DIGITADA
           PERFORM 2960-GRABAR-TARJETA-NUEVA
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               DISPLAY "Tarjeta adicional agregada a la cuenta "
                   NUMERO-CUENTA-DIGITADO
               MOVE 27 TO ID-OPCION-LOG
               MOVE 0 TO MONTO-LOG
               SET MOVIMIENTO-NEUTRO TO TRUE
               MOVE "00" TO CODIGO-RESULTADO-LOG
               PERFORM 9500-REGISTRAR-MANTENIMIENTO
           END-IF
           .

      ******************************************************************
      * Boletin: la tarjeta reportada queda perdida o robada en el     *
      * maestro y el cajero la captura en el siguiente intento. Una    *
      * tarjeta principal sin registro en el maestro se ubica por      *
      * BD-CUENTAS y se le crea el registro.                           *
      ******************************************************************
       2600-BOLETINAR-TARJETA.
           DISPLAY "Numero de tarjeta a reportar: " WITH NO ADVANCING
           ACCEPT NUMERO-TARJETA-DIGITADA
           MOVE NUMERO-TARJETA-DIGITADA TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               MOVE NUMERO-CUENTA-TAR TO NUMERO-CUENTA-DIGITADO
               IF TARJETA-ACTIVA OR TARJETA-VENCIDA
                   PERFORM 2610-CAPTURAR-BOLETIN
               ELSE
                   DISPLAY "*** La tarjeta ya esta fuera de uso "
                       "(estado " ESTADO-TARJETA ") ***"
               END-IF
           ELSE
               MOVE NUMERO-TARJETA-DIGITADA TO NUMERO-TARJETA
               READ BD-CUENTAS KEY IS NUMERO-TARJETA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
               END-READ
               IF ESTADO-ARCHIVO-CUENTAS = "00"
                   MOVE NUMERO-CUENTA TO NUMERO-CUENTA-DIGITADO
                   MOVE NUMERO-TARJETA-DIGITADA TO NUMERO-TARJETA-TAR
                   MOVE NUMERO-CUENTA TO NUMERO-CUENTA-TAR
                   MOVE 0 TO FECHA-EMISION-TAR
                   MOVE 0 TO FECHA-VENCIMIENTO-TAR
                   MOVE 0 TO TARJETA-ANTERIOR-TAR
                   PERFORM 2610-CAPTURAR-BOLETIN
               ELSE
                   DISPLAY "*** Tarjeta no encontrada ***"
               END-IF
           END-IF
           .

       2610-CAPTURAR-BOLETIN.
           DISPLAY "Motivo (P=perdida, R=robada): " WITH NO ADVANCING
           ACCEPT MOTIVO-TARJETA-DIGITADO
           INSPECT MOTIVO-TARJETA-DIGITADO CONVERTING "pr" TO "PR"
           IF MOTIVO-TARJETA-DIGITADO NOT = "P"
               AND MOTIVO-TARJETA-DIGITADO NOT = "R"
               DISPLAY "*** Motivo invalido ***"
           ELSE
               PERFORM 9400-OBTENER-FECHA-NEGOCIO
               IF MOTIVO-TARJETA-DIGITADO = "P"
                   SET TARJETA-PERDIDA TO TRUE
                   MOVE "REPORTADA PERDIDA" TO MOTIVO-ESTADO-TAR
               ELSE
                   SET TARJETA-ROBADA TO TRUE
                   MOVE "REPORTADA ROBADA" TO MOTIVO-ESTADO-TAR
               END-IF
               MOVE FECHA-NEGOCIO TO FECHA-ESTADO-TAR
               MOVE USUARIO-SUPERVISOR TO USUARIO-ESTADO-TAR
               IF ESTADO-ARCHIVO-TARJETAS = "00"
                   REWRITE REGISTRO-TARJETA
                       INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
                       NOT INVALID KEY
                           MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
                   END-REWRITE
               ELSE
                   WRITE REGISTRO-TARJETA
                       INVALID KEY MOVE "22" TO ESTADO-ARCHIVO-TARJETAS
                       NOT INVALID KEY
                           MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
                   END-WRITE
               END-IF
               IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
                   DISPLAY "*** No se pudo grabar el reporte de la "
                       "tarjeta ***"
               ELSE
                   DISPLAY "Tarjeta " NUMERO-TARJETA-DIGITADA
                       " reportada; el cajero la retendra."
                   MOVE 28 TO ID-OPCION-LOG
                   MOVE 0 TO MONTO-LOG
                   SET MOVIMIENTO-NEUTRO TO TRUE
                   MOVE "00" TO CODIGO-RESULTADO-LOG
                   PERFORM 9500-REGISTRAR-MANTENIMIENTO
               END-IF
           END-IF
           .

      ******************************************************************
      * Reactivacion: solo con el titular presente en la oficina y su  *
      * documento verificado por el supervisor. La cuenta vuelve a     *
      * activa y el siguiente movimiento del cliente reinicia el       *
      * conteo de meses sin actividad.                                 *
      ******************************************************************
       2700-REACTIVAR-CUENTA.
           PERFORM 2900-UBICAR-CUENTA
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               IF NOT CUENTA-INACTIVA
                   DISPLAY "*** La cuenta no esta inactiva ***"
               ELSE
                   DISPLAY "Titular " NOMBRE-CLIENTE
                   DISPLAY "Documento del titular verificado en "
                       "oficina (S/N): " WITH NO ADVANCING
                   ACCEPT RESPUESTA-REACTIVACION
                   IF RESPUESTA-REACTIVACION = "S"
                       OR RESPUESTA-REACTIVACION = "s"
                       MOVE "A" TO ESTADO-CUENTA
                       MOVE 0 TO INTENTOS-FALLIDOS-CUENTA
                       REWRITE REGISTRO-CUENTA
                       IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
                           DISPLAY "*** No se pudo reactivar la "
                               "cuenta ***"
                       ELSE
                           DISPLAY "Cuenta " NUMERO-CUENTA
                               " reactivada."
                           MOVE 30 TO ID-OPCION-LOG
                           MOVE 0 TO MONTO-LOG
                           SET MOVIMIENTO-NEUTRO TO TRUE
                           MOVE "00" TO CODIGO-RESULTADO-LOG
                           PERFORM 9500-REGISTRAR-MANTENIMIENTO
                       END-IF
                   ELSE
                       DISPLAY "*** Reactivacion cancelada ***"
                   END-IF
               END-IF
           END-IF
           END-IF
           .

       2905-RELEER-CUENTA.
           MOVE NUMERO-CUENTA-DIGITADO TO NUMERO-CUENTA
           READ BD-CUENTAS KEY IS NUMERO-CUENTA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           END-READ
           .

      ******************************************************************
      * Un numero de tarjeta no puede repetirse ni en el maestro de    *
      * tarjetas ni como tarjeta principal de otra cuenta.             *
      ******************************************************************
       2950-VERIFICAR-TARJETA-LIBRE.
           MOVE 1 TO FLAG-TARJETA-LIBRE
           MOVE NUMERO-TARJETA-DIGITADA TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               MOVE 0 TO FLAG-TARJETA-LIBRE
           ELSE
               MOVE NUMERO-TARJETA-DIGITADA TO NUMERO-TARJETA
               READ BD-CUENTAS KEY IS NUMERO-TARJETA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
               END-READ
               IF ESTADO-ARCHIVO-CUENTAS = "00"
                   MOVE 0 TO FLAG-TARJETA-LIBRE
               END-IF
           END-IF
           IF NUMERO-TARJETA-DIGITADA = 0
               MOVE 0 TO FLAG-TARJETA-LIBRE
           END-IF
           IF FLAG-TARJETA-LIBRE = 0
               DISPLAY "*** El numero de tarjeta ya esta en uso o "
                   "no es valido ***"
           END-IF
           .

       2960-GRABAR-TARJETA-NUEVA.
           MOVE NUMERO-TARJETA-DIGITADA TO NUMERO-TARJETA-TAR
           MOVE NUMERO-CUENTA-DIGITADO TO NUMERO-CUENTA-TAR
           MOVE FECHA-NEGOCIO TO FECHA-EMISION-TAR
           MOVE FECHA-VENCIMIENTO-NUEVA TO FECHA-VENCIMIENTO-TAR
           SET TARJETA-ACTIVA TO TRUE
           MOVE "EMITIDA" TO MOTIVO-ESTADO-TAR
           MOVE FECHA-NEGOCIO TO FECHA-ESTADO-TAR
           MOVE USUARIO-SUPERVISOR TO USUARIO-ESTADO-TAR
           MOVE TARJETA-ANTERIOR-DIGITADA TO TARJETA-ANTERIOR-TAR
           WRITE REGISTRO-TARJETA
               INVALID KEY
                   MOVE "22" TO ESTADO-ARCHIVO-TARJETAS
                   DISPLAY "*** No se pudo grabar la tarjeta ***"
               NOT INVALID KEY
                   MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-WRITE
           .

      ******************************************************************
      * Sin vencimiento digitado la tarjeta vale los anios de la       *
      * vigencia normal contados desde el dia de negocio.              *
      ******************************************************************
       2970-CAPTURAR-VENCIMIENTO.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           DISPLAY "Vencimiento AAAAMMDD (0 = vigencia de "
               VIGENCIA-TARJETA-ANIOS " anios): " WITH NO ADVANCING
           ACCEPT FECHA-VENCIMIENTO-DIGITADA
           IF FECHA-VENCIMIENTO-DIGITADA > FECHA-NEGOCIO
               MOVE FECHA-VENCIMIENTO-DIGITADA
                   TO FECHA-VENCIMIENTO-NUEVA
           ELSE
               IF FECHA-VENCIMIENTO-DIGITADA NOT = 0
                   DISPLAY "*** Vencimiento ya cumplido; se aplica "
                       "la vigencia normal ***"
               END-IF
               COMPUTE FECHA-VENCIMIENTO-NUEVA = FECHA-NEGOCIO
                   + VIGENCIA-TARJETA-ANIOS * 10000
           END-IF
           .

      ******************************************************************
      * La tarjeta a reponer debe ser de la cuenta y no haber sido     *
      * reemplazada ya.                                                *
      ******************************************************************
       2980-VERIFICAR-TARJETA-CUENTA.
           MOVE 0 TO FLAG-TARJETA-DE-CUENTA
           MOVE TARJETA-ANTERIOR-DIGITADA TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               IF NUMERO-CUENTA-TAR = NUMERO-CUENTA-DIGITADO
                   AND NOT TARJETA-REEMPLAZADA
                   MOVE 1 TO FLAG-TARJETA-DE-CUENTA
               END-IF
           ELSE
               IF TARJETA-ANTERIOR-DIGITADA = TARJETA-PRINCIPAL-ACTUAL
                   MOVE 1 TO FLAG-TARJETA-DE-CUENTA
               END-IF
           END-IF
           IF FLAG-TARJETA-DE-CUENTA = 0
               DISPLAY "*** La tarjeta no es de la cuenta o ya fue "
                   "repuesta ***"
           END-IF
           .

       9500-REGISTRAR-MANTENIMIENTO.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           ACCEPT HORA-SISTEMA FROM TIME
           .

       3000-FINAL-PROGRAMA.
           CLOSE BD-TARJETAS
           CLOSE BD-CUENTAS
           STOP RUN
           .
