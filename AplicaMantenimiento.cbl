      *                     cadena. Sin el archivo de control rige la  *
      *                     fecha del sistema                          *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Las tarjetas se llevan en el maestro       *
      *                     BD-TARJETAS. La apertura graba la tarjeta  *
      *                     principal; la reposicion (T) conserva la   *
      *                     tarjeta anterior como perdida, robada o    *
      *                     reemplazada en vez de pisar el numero.     *
      *                     Nuevas novedades N tarjeta adicional       *
      *                     (opcion 27) y H reporte de tarjeta         *
      *                     perdida o robada (opcion 28)               *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Las novedades de tarjeta verifican cada    *
      *                     grabacion en BD-TARJETAS y BD-CUENTAS: la  *
      *                     novedad solo se aplica y va a la bitacora  *
      *                     si todas quedaron grabadas; si no, se      *
      *                     rechaza con su motivo. Vuelve el rechazo   *
      *                     TARJETA YA EN USO cuando la cuenta no      *
      *                     acepta la nueva tarjeta principal          *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Una apertura cuya tarjeta no se pudo       *
      *                     grabar se rechaza y la cuenta se retira;   *
      *                     el motivo de reposicion cabe completo en   *
      *                     MOTIVO-ESTADO-TAR                          *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ASSIGN TO "..\assets/fecha-cerrada.txt"
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
           FD ARCHIVO-MANT-HOST.
           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-TARJETAS.
               COPY TARJETAS.

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 FLAG-FIN-MANT PIC 9 VALUE 0.
       77 TOTAL-LEIDAS PIC 9(05) COMP VALUE 0.
       77 TOTAL-APLICADAS PIC 9(05) COMP VALUE 0.
       77 TOTAL-RECHAZADAS PIC 9(05) COMP VALUE 0.
       77 ESTADO-ARCHIVO-TARJETAS PIC X(02).
       77 TARJETA-PRINCIPAL-ACTUAL PIC 9(16).
       77 TARJETA-A-REPONER PIC 9(16).
       77 TARJETA-ANTERIOR-NUEVA PIC 9(16).
       77 VIGENCIA-TARJETA-ANIOS PIC 9(02) VALUE 4.
       77 FLAG-TARJETA-LIBRE PIC 9 VALUE 0.
       77 FLAG-TARJETA-DE-CUENTA PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9400-OBTENER-FECHA-CERRADA
           OPEN INPUT ARCHIVO-MANT-HOST
           OPEN I-O BD-CUENTAS
           OPEN I-O BD-TARJETAS
           OPEN OUTPUT ARCHIVO-RECHAZOS-MANT
           .

                       PERFORM 2600-APLICAR-LIMITE
                   WHEN ACCION-TARJETA
                       PERFORM 2700-APLICAR-TARJETA
                   WHEN ACCION-TARJETA-ADICIONAL
                       PERFORM 2710-APLICAR-ADICIONAL
                   WHEN ACCION-BOLETIN-TARJETA
                       PERFORM 2720-APLICAR-BOLETIN
                   WHEN OTHER
                       MOVE "TIPO DE ACCION DESCONOCIDO"
                           TO MOTIVO-RECHAZO
      ******************************************************************
      * La apertura confia la unicidad al propio archivo: la llave     *
      * primaria rechaza la cuenta repetida y la llave alterna la      *
      * tarjeta ya en uso, igual que en el mantenimiento manual. La    *
      * tarjeta tampoco puede existir en el maestro de tarjetas.       *
      ******************************************************************
       2200-APLICAR-APERTURA.
           MOVE NUMERO-CUENTA-HOST TO NUMERO-CUENTA
               MOVE "LA CUENTA YA EXISTE" TO MOTIVO-RECHAZO
               PERFORM 2800-ESCRIBIR-RECHAZO
           ELSE
               PERFORM 2760-VERIFICAR-TARJETA-LIBRE
               IF FLAG-TARJETA-LIBRE = 0
                   MOVE "TARJETA YA EN USO EN OTRA CUENTA"
                       TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               ELSE
                   PERFORM 2210-GRABAR-APERTURA
               END-IF
           END-IF
           .

       2210-GRABAR-APERTURA.
           MOVE NUMERO-CUENTA-HOST TO NUMERO-CUENTA
           MOVE NUMERO-TARJETA-HOST TO NUMERO-TARJETA
           MOVE PIN-INICIAL-HOST TO PIN-CUENTA
           MOVE NOMBRE-CLIENTE-HOST TO NOMBRE-CLIENTE
           MOVE SALDO-APERTURA-HOST TO SALDO-CUENTA
           MOVE "A" TO ESTADO-CUENTA
           MOVE 0 TO INTENTOS-FALLIDOS-CUENTA
           MOVE LIMITE-DIARIO-HOST TO LIMITE-RETIRO-DIARIO
           MOVE 0 TO RETIRADO-HOY-CUENTA
           MOVE 0 TO FECHA-ULTIMO-RETIRO
           MOVE "T" TO MARCA-CLAVE-CUENTA
           MOVE 0 TO RETIROS-MES-CUENTA
           MOVE 0 TO TRANSF-MES-CUENTA
           MOVE 0 TO MES-CONTADORES-CUENTA
           IF TIPO-PRODUCTO-HOST = "N"
               MOVE "N" TO TIPO-PRODUCTO-CUENTA
           ELSE
               MOVE "S" TO TIPO-PRODUCTO-CUENTA
           END-IF
           MOVE 0 TO MES-ULTIMO-CORTE
           WRITE REGISTRO-CUENTA
               INVALID KEY
                   MOVE "22" TO ESTADO-ARCHIVO-CUENTAS
               NOT INVALID KEY
                   MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           END-WRITE
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               MOVE 0 TO TARJETA-ANTERIOR-NUEVA
               PERFORM 2750-GRABAR-TARJETA-HOST
               IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
                   PERFORM 2215-RETIRAR-APERTURA
                   MOVE "NO SE PUDO GRABAR LA TARJETA NUEVA"
                       TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               ELSE
                   MOVE 1 TO FLAG-NOVEDAD-OK
                   MOVE 20 TO ID-OPCION-NOVEDAD
                   MOVE SALDO-APERTURA-HOST TO MONTO-NOVEDAD
                   MOVE "C" TO TIPO-MOV-NOVEDAD
               END-IF
           ELSE
               MOVE "TARJETA YA EN USO EN OTRA CUENTA"
                   TO MOTIVO-RECHAZO
               PERFORM 2800-ESCRIBIR-RECHAZO
           END-IF
           .

      ******************************************************************
      * Una apertura rechazada no deja la cuenta en BD-CUENTAS: sin el *
      * registro de su tarjeta no podria entrar al cajero, y el host   *
      * la vuelve a enviar como apertura una vez corregida.            *
      ******************************************************************
       2215-RETIRAR-APERTURA.
           DELETE BD-CUENTAS RECORD
               INVALID KEY
                   DISPLAY "*** No se pudo retirar la cuenta "
                       NUMERO-CUENTA " de la apertura rechazada ***"
           END-DELETE
           .

       2300-APLICAR-CIERRE.
           PERFORM 2150-UBICAR-CUENTA-HOST
           IF ESTADO-ARCHIVO-CUENTAS = "00"
           END-IF
           .

      ******************************************************************
      * Reposicion: la tarjeta anterior (la principal si el host no    *
      * la indica) queda en BD-TARJETAS como perdida, robada o         *
      * reemplazada y la nueva se graba apuntando a ella, igual que    *
      * en el mantenimiento manual.                                    *
      ******************************************************************
       2700-APLICAR-TARJETA.
           PERFORM 2150-UBICAR-CUENTA-HOST
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               IF CUENTA-CERRADA
                   MOVE "LA CUENTA ESTA CERRADA" TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               ELSE
                   MOVE NUMERO-TARJETA TO TARJETA-PRINCIPAL-ACTUAL
                   IF TARJETA-ANTERIOR-HOST NUMERIC
                       AND TARJETA-ANTERIOR-HOST > 0
                       MOVE TARJETA-ANTERIOR-HOST
                           TO TARJETA-A-REPONER
                   ELSE
                       MOVE TARJETA-PRINCIPAL-ACTUAL
                           TO TARJETA-A-REPONER
                   END-IF
                   PERFORM 2780-VERIFICAR-TARJETA-CUENTA
                   IF FLAG-TARJETA-DE-CUENTA = 1
                       PERFORM 2705-REPONER-SI-LIBRE
                   END-IF
               END-IF
           END-IF
           .

       2705-REPONER-SI-LIBRE.
           PERFORM 2760-VERIFICAR-TARJETA-LIBRE
           IF FLAG-TARJETA-LIBRE = 0
               MOVE "TARJETA YA EN USO EN OTRA CUENTA"
                   TO MOTIVO-RECHAZO
               PERFORM 2800-ESCRIBIR-RECHAZO
           ELSE
               PERFORM 2730-RETIRAR-TARJETA-ANTERIOR
               IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
                   MOVE "NO SE PUDO RETIRAR LA TARJETA ANTERIOR"
                       TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               ELSE
                   MOVE TARJETA-A-REPONER TO TARJETA-ANTERIOR-NUEVA
                   PERFORM 2750-GRABAR-TARJETA-HOST
                   IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
                       MOVE "NO SE PUDO GRABAR LA TARJETA NUEVA"
                           TO MOTIVO-RECHAZO
                       PERFORM 2800-ESCRIBIR-RECHAZO
                   ELSE
                       PERFORM 2706-CAMBIAR-TARJETA-PRINCIPAL
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Si la tarjeta repuesta era la principal, la cuenta pasa a la   *
      * nueva; la llave alterna de BD-CUENTAS rechaza la tarjeta que   *
      * ya es principal de otra cuenta.                                *
      ******************************************************************
       2706-CAMBIAR-TARJETA-PRINCIPAL.
           IF TARJETA-A-REPONER = TARJETA-PRINCIPAL-ACTUAL
               MOVE NUMERO-CUENTA-HOST TO NUMERO-CUENTA
               READ BD-CUENTAS KEY IS NUMERO-CUENTA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
               END-READ
               IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
                   MOVE "CUENTA NO EXISTE EN BD-CUENTAS"
                       TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               ELSE
                   MOVE NUMERO-TARJETA-HOST TO NUMERO-TARJETA
                   REWRITE REGISTRO-CUENTA
                       MOVE "TARJETA YA EN USO EN OTRA CUENTA"
                           TO MOTIVO-RECHAZO
                       PERFORM 2800-ESCRIBIR-RECHAZO
                   END-IF
               END-IF
           ELSE
               MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
           END-IF
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               MOVE 1 TO FLAG-NOVEDAD-OK
               MOVE 23 TO ID-OPCION-NOVEDAD
           END-IF
           .

       2710-APLICAR-ADICIONAL.
           PERFORM 2150-UBICAR-CUENTA-HOST
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               IF NOT CUENTA-ACTIVA
                   MOVE "LA CUENTA NO ESTA ACTIVA" TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               ELSE
                   PERFORM 2760-VERIFICAR-TARJETA-LIBRE
                   IF FLAG-TARJETA-LIBRE = 0
                       MOVE "TARJETA YA EN USO EN OTRA CUENTA"
                           TO MOTIVO-RECHAZO
                       PERFORM 2800-ESCRIBIR-RECHAZO
                   ELSE
                       MOVE 0 TO TARJETA-ANTERIOR-NUEVA
                       PERFORM 2750-GRABAR-TARJETA-HOST
                       IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
                           MOVE "NO SE PUDO GRABAR LA TARJETA NUEVA"
                               TO MOTIVO-RECHAZO
                           PERFORM 2800-ESCRIBIR-RECHAZO
                       ELSE
                           MOVE 1 TO FLAG-NOVEDAD-OK
                           MOVE 27 TO ID-OPCION-NOVEDAD
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Reporte de perdida o robo: la tarjeta se ubica en el maestro   *
      * de tarjetas o, si es una principal anterior al maestro, por la *
      * llave alterna de BD-CUENTAS. Si el host no trae la cuenta se   *
      * toma la de la tarjeta.                                         *
      ******************************************************************
       2720-APLICAR-BOLETIN.
           MOVE NUMERO-TARJETA-HOST TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           IF ESTADO-ARCHIVO-TARJETAS NOT = "00"
               MOVE NUMERO-TARJETA-HOST TO NUMERO-TARJETA
               READ BD-CUENTAS KEY IS NUMERO-TARJETA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
               END-READ
               IF ESTADO-ARCHIVO-CUENTAS = "00"
                   MOVE NUMERO-TARJETA-HOST TO NUMERO-TARJETA-TAR
                   MOVE NUMERO-CUENTA TO NUMERO-CUENTA-TAR
                   MOVE 0 TO FECHA-EMISION-TAR
                   MOVE 0 TO FECHA-VENCIMIENTO-TAR
                   MOVE 0 TO TARJETA-ANTERIOR-TAR
                   SET TARJETA-ACTIVA TO TRUE
               END-IF
           END-IF
           IF NUMERO-CUENTA-HOST = 0
               AND (ESTADO-ARCHIVO-TARJETAS = "00"
                    OR ESTADO-ARCHIVO-CUENTAS = "00")
               MOVE NUMERO-CUENTA-TAR TO NUMERO-CUENTA-HOST
           END-IF
           EVALUATE TRUE
               WHEN ESTADO-ARCHIVO-TARJETAS NOT = "00"
                   AND ESTADO-ARCHIVO-CUENTAS NOT = "00"
                   MOVE "TARJETA NO EXISTE" TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               WHEN NUMERO-CUENTA-TAR NOT = NUMERO-CUENTA-HOST
                   MOVE "LA TARJETA NO ES DE LA CUENTA"
                       TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               WHEN NOT TARJETA-ACTIVA AND NOT TARJETA-VENCIDA
                   MOVE "LA TARJETA YA ESTA FUERA DE USO"
                       TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               WHEN MOTIVO-TARJETA-HOST NOT = "P"
                   AND MOTIVO-TARJETA-HOST NOT = "R"
                   MOVE "MOTIVO DE REPORTE INVALIDO" TO MOTIVO-RECHAZO
                   PERFORM 2800-ESCRIBIR-RECHAZO
               WHEN OTHER
                   PERFORM 2725-GRABAR-BOLETIN
           END-EVALUATE
           .

       2725-GRABAR-BOLETIN.
           IF MOTIVO-TARJETA-HOST = "P"
               SET TARJETA-PERDIDA TO TRUE
               MOVE "REPORTADA PERDIDA" TO MOTIVO-ESTADO-TAR
           ELSE
               SET TARJETA-ROBADA TO TRUE
               MOVE "REPORTADA ROBADA" TO MOTIVO-ESTADO-TAR
           END-IF
           MOVE FECHA-CERRADA TO FECHA-ESTADO-TAR
           MOVE "HOSTMANT" TO USUARIO-ESTADO-TAR
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
               MOVE "NO SE PUDO GRABAR EL REPORTE DE TARJETA"
                   TO MOTIVO-RECHAZO
               PERFORM 2800-ESCRIBIR-RECHAZO
           ELSE
               MOVE 1 TO FLAG-NOVEDAD-OK
               MOVE 28 TO ID-OPCION-NOVEDAD
           END-IF
           .

      ******************************************************************
      * Una tarjeta principal anterior al maestro no tiene registro;   *
      * se crea para conservar su estado.                              *
      ******************************************************************
       2730-RETIRAR-TARJETA-ANTERIOR.
           MOVE TARJETA-A-REPONER TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           EVALUATE MOTIVO-TARJETA-HOST
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
           MOVE FECHA-CERRADA TO FECHA-ESTADO-TAR
           MOVE "HOSTMANT" TO USUARIO-ESTADO-TAR
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               REWRITE REGISTRO-TARJETA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
                   NOT INVALID KEY
                       MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
               END-REWRITE
           ELSE
               MOVE NUMERO-CUENTA-HOST TO NUMERO-CUENTA-TAR
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
      * Sin vencimiento del host la tarjeta vale los anios de la       *
      * vigencia normal contados desde el dia cerrado.                 *
      ******************************************************************
       2750-GRABAR-TARJETA-HOST.
           MOVE NUMERO-TARJETA-HOST TO NUMERO-TARJETA-TAR
           MOVE NUMERO-CUENTA-HOST TO NUMERO-CUENTA-TAR
           MOVE FECHA-CERRADA TO FECHA-EMISION-TAR
           IF VENCIMIENTO-TARJETA-HOST NUMERIC
               AND VENCIMIENTO-TARJETA-HOST > FECHA-CERRADA
               MOVE VENCIMIENTO-TARJETA-HOST TO FECHA-VENCIMIENTO-TAR
           ELSE
               COMPUTE FECHA-VENCIMIENTO-TAR = FECHA-CERRADA
                   + VIGENCIA-TARJETA-ANIOS * 10000
           END-IF
           SET TARJETA-ACTIVA TO TRUE
           MOVE "EMITIDA" TO MOTIVO-ESTADO-TAR
           MOVE FECHA-CERRADA TO FECHA-ESTADO-TAR
           MOVE "HOSTMANT" TO USUARIO-ESTADO-TAR
           MOVE TARJETA-ANTERIOR-NUEVA TO TARJETA-ANTERIOR-TAR
           WRITE REGISTRO-TARJETA
               INVALID KEY MOVE "22" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-WRITE
           .

      ******************************************************************
      * Un numero de tarjeta no puede repetirse ni en el maestro de    *
      * tarjetas ni como tarjeta principal de otra cuenta.             *
      ******************************************************************
       2760-VERIFICAR-TARJETA-LIBRE.
           MOVE 1 TO FLAG-TARJETA-LIBRE
           MOVE NUMERO-TARJETA-HOST TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               MOVE 0 TO FLAG-TARJETA-LIBRE
           ELSE
               MOVE NUMERO-TARJETA-HOST TO NUMERO-TARJETA
               READ BD-CUENTAS KEY IS NUMERO-TARJETA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-CUENTAS
               END-READ
               IF ESTADO-ARCHIVO-CUENTAS = "00"
                   MOVE 0 TO FLAG-TARJETA-LIBRE
               END-IF
           END-IF
           IF NUMERO-TARJETA-HOST = 0
               MOVE 0 TO FLAG-TARJETA-LIBRE
           END-IF
           .

      ******************************************************************
      * La tarjeta a reponer debe ser de la cuenta y no haber sido     *
      * reemplazada ya.                                                *
      ******************************************************************
       2780-VERIFICAR-TARJETA-CUENTA.
           MOVE 0 TO FLAG-TARJETA-DE-CUENTA
           MOVE TARJETA-A-REPONER TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               IF NUMERO-CUENTA-TAR = NUMERO-CUENTA-HOST
                   AND NOT TARJETA-REEMPLAZADA
                   MOVE 1 TO FLAG-TARJETA-DE-CUENTA
               END-IF
           ELSE
               IF TARJETA-A-REPONER = TARJETA-PRINCIPAL-ACTUAL
                   MOVE 1 TO FLAG-TARJETA-DE-CUENTA
               END-IF
           END-IF
           IF FLAG-TARJETA-DE-CUENTA = 0
               MOVE "TARJETA A REPONER NO ES DE LA CUENTA"
                   TO MOTIVO-RECHAZO
               PERFORM 2800-ESCRIBIR-RECHAZO
           END-IF
           .

       2150-UBICAR-CUENTA-HOST.
           MOVE NUMERO-CUENTA-HOST TO NUMERO-CUENTA
           READ BD-CUENTAS KEY IS NUMERO-CUENTA
       3000-FINAL-PROGRAMA.
           CLOSE ARCHIVO-MANT-HOST
           CLOSE BD-CUENTAS
           CLOSE BD-TARJETAS
           CLOSE ARCHIVO-RECHAZOS-MANT
           DISPLAY "***************************************************"
           STOP RUN
