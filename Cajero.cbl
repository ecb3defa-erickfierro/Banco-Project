      *                     programa de ajustes lista y cierra el      *
      *                     caso por el monto correcto                 *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El login valida primero la tarjeta contra  *
      *                     el maestro BD-TARJETAS: una tarjeta        *
      *                     vencida se rechaza con resultado 12 y una  *
      *                     tarjeta perdida, robada o reemplazada se   *
      *                     captura con resultado 13 y termina la      *
      *                     sesion. La cuenta se lee por la cuenta de  *
      *                     la tarjeta, lo que admite tarjetas         *
      *                     adicionales. Una tarjeta sin registro en   *
      *                     el maestro se sigue buscando por la        *
      *                     tarjeta principal de BD-CUENTAS            *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Una cuenta inactiva por falta de           *
      *                     movimientos se rechaza en el login con     *
      *                     resultado 14 y se remite a la oficina para *
      *                     su reactivacion                            *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: La recuperacion de un retiro interrumpido  *
      *                     deja en la bitacora un asiento de          *
      *                     evidencia (opcion 18) con el estado del    *
      *                     punto de control, para la atencion de      *
      *                     reclamos del cliente                       *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: La consulta de saldo muestra el saldo      *
      *                     contable y el disponible, que descuenta    *
      *                     las retenciones y embargos vigentes de     *
      *                     BD-RETENCIONES; el retiro y la             *
      *                     transferencia validan contra el            *
      *                     disponible                                 *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Nueva opcion 10 Pago de Servicios: el      *
      *                     cliente elige la empresa del maestro de    *
      *                     convenios, digita la referencia (longitud  *
      *                     y digito de verificacion) y el valor; el   *
      *                     pago queda en BD-PAGOS-SERVICIOS para la   *
      *                     remesa nocturna, se journaliza con la      *
      *                     opcion 33 y la comision sale del           *
      *                     tarifario o del convenio. La opcion 09     *
      *                     sigue terminando la sesion                 *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El login ya no busca la tarjeta principal  *
      *                     en BD-CUENTAS: una tarjeta sin registro en *
      *                     el maestro de tarjetas no se reconoce. Las *
      *                     tarjetas anteriores al maestro se cargan   *
      *                     antes con CARGA-TARJETAS                   *
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

           SELECT OPTIONAL BD-RETENCIONES
           ASSIGN TO "..\assets/retenciones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-RETENCION
           FILE STATUS IS ESTADO-ARCHIVO-RETENCIONES.

           SELECT OPTIONAL BD-CONVENIOS
           ASSIGN TO "..\assets/convenios-servicios.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BD-PAGOS-SERVICIOS
           ASSIGN TO "..\assets/pagos-servicios.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-PAGO-SERVICIO
           ALTERNATE RECORD KEY IS NUMERO-CUENTA-PAG WITH DUPLICATES
           FILE STATUS IS ESTADO-ARCHIVO-PAGOS.

       DATA DIVISION.
       FILE SECTION.
           FD BD-OPCIONES-CAJERO.
           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

           FD BD-TARJETAS.
               COPY TARJETAS.

           FD BD-RETENCIONES.
               COPY RETENCION.

           FD BD-CONVENIOS.
               COPY CONVENIO.

           FD BD-PAGOS-SERVICIOS.
               COPY PAGOSRV.

       WORKING-STORAGE SECTION.
       77 FLAG PIC 9.
       77 FLAG-OPCION-VALIDA PIC 9 VALUE 0.
       77 PIN-DIGITADO PIC 9(04).
       77 INTENTOS-LOGIN PIC 9(01) VALUE 0.
       77 FLAG-LOGIN-OK PIC 9 VALUE 0.
       77 ESTADO-ARCHIVO-TARJETAS PIC X(02).
       77 FLAG-TARJETA-HABILITADA PIC 9 VALUE 0.
       77 FLAG-TARJETA-CAPTURADA PIC 9 VALUE 0.
       77 ESTADO-TARJETA-ANTERIOR PIC X(01).
       77 NUMERO-CUENTA-AUTENTICADA PIC 9(10) VALUE 0.
       77 NOMBRE-CLIENTE-AUTENTICADO PIC X(30).
       77 ESTADO-ARCHIVO-BOVEDA PIC X(02).
       77 CANTIDAD-MINI PIC 9(02) COMP.
       77 IX-MINI PIC 9(02) COMP.
       77 IX-MINI-INS PIC 9(02) COMP VALUE 0.
       77 ESTADO-ARCHIVO-RETENCIONES PIC X(02).
       77 FLAG-FIN-RETENCIONES PIC 9 VALUE 0.
       77 SALDO-RETENIDO PIC S9(11)V99.
       77 SALDO-DISPONIBLE PIC S9(11)V99.
       77 ESTADO-ARCHIVO-PAGOS PIC X(02).
       77 CONVENIO-DIGITADO PIC 9(04).
       77 MONTO-PAGO-DIGITADO PIC 9(09)V99.
       77 FLAG-FIN-CONVENIOS PIC 9 VALUE 0.
       77 FLAG-CONVENIO-HALLADO PIC 9 VALUE 0.
       77 FLAG-REFERENCIA-OK PIC 9 VALUE 0.
       77 FLAG-PAGO-OK PIC 9 VALUE 0.
       77 FLAG-FIN-PAGOS PIC 9 VALUE 0.
       77 PAGOS-MES-SERVICIOS PIC 9(03) COMP.
       77 LONGITUD-REFERENCIA PIC 9(02) COMP.
       77 LONGITUD-CUERPO PIC 9(02) COMP.
       77 IX-REF PIC 9(02) COMP.
       77 PESO-DIGITO PIC 9(01) COMP.
       77 PRODUCTO-DIGITO PIC 9(02) COMP.
       77 SUMA-DIGITOS PIC 9(05) COMP.
       77 COCIENTE-DIGITO PIC 9(05) COMP.
       77 RESIDUO-DIGITO PIC 9(02) COMP.
       77 DIGITO-CALCULADO PIC 9(02) COMP.

       COPY DENOMTBL.

               10 TIPO-MOVIMIENTO-MINI   PIC X(01).
               10 CODIGO-RESULTADO-MINI  PIC X(02).

       01 REFERENCIA-PAGO-DIGITADA PIC X(24).
       01 DIGITOS-REFERENCIA REDEFINES REFERENCIA-PAGO-DIGITADA.
           05 DIGITO-REFERENCIA OCCURS 24 TIMES PIC 9(01).

       01 CONVENIO-ELEGIDO.
           05 CODIGO-CONV-ELEGIDO     PIC 9(04).
           05 NOMBRE-CONV-ELEGIDO     PIC X(25).
           05 LONGITUD-CONV-ELEGIDO   PIC 9(02).
           05 REGLA-CONV-ELEGIDO      PIC X(01).
           05 COMISION-CONV-ELEGIDO   PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
               IF CKPT-CUENTA-APLICADA
                   PERFORM 1060-COMPLETAR-BOVEDA-CKPT
               END-IF
               PERFORM 1070-REGISTRAR-RECUPERACION
               DELETE BD-CHECKPOINT-RETIRO RECORD
               DISPLAY "*** Recuperacion completada ***"
           END-IF
           MOVE DETALLE-CKPT(IX-DENOM) TO DETALLE-CANTIDAD(IX-DENOM)
           .

      ******************************************************************
      * Toda recuperacion deja en la bitacora un asiento sin efecto    *
      * contable (opcion 18) con el retiro interrumpido y el estado en *
      * que quedo, como evidencia para los reclamos del cliente:       *
      * 00 completado por la recuperacion, 15 descartado sin tocar la  *
      * cuenta, 16 cuenta y boveda ya aplicadas al interrumpirse.      *
      ******************************************************************
       1070-REGISTRAR-RECUPERACION.
           PERFORM 1065-COPIAR-DETALLE-CKPT
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           MOVE NUMERO-CUENTA-CKPT TO NUMERO-CUENTA-LOG
           MOVE 18 TO ID-OPCION-LOG
           MOVE MONTO-RETIRO-CKPT TO MONTO-LOG
           EVALUATE TRUE
               WHEN CKPT-CUENTA-APLICADA
                   MOVE "00" TO CODIGO-RESULTADO-LOG
               WHEN CKPT-BOVEDA-APLICADA
                   MOVE "16" TO CODIGO-RESULTADO-LOG
               WHEN OTHER
                   MOVE "15" TO CODIGO-RESULTADO-LOG
           END-EVALUATE
           PERFORM 2525-SELLAR-FECHA-HORA
           MOVE "RECUPERA" TO USUARIO-LOG
           PERFORM 9495-COPIAR-DETALLE-LOG
           SET MOVIMIENTO-NEUTRO TO TRUE
           OPEN EXTEND LOG-TRANSACCIONES
           WRITE REGISTRO-LOG
           CLOSE LOG-TRANSACCIONES
           .

       1100-AUTENTICAR-TARJETA.
           OPEN I-O BD-CUENTAS
           OPEN I-O BD-TARJETAS
           MOVE 0 TO FLAG-LOGIN-OK
           MOVE 0 TO FLAG-TARJETA-CAPTURADA
           MOVE 0 TO INTENTOS-LOGIN
           PERFORM 1150-INTENTO-LOGIN
               UNTIL FLAG-LOGIN-OK = 1 OR INTENTOS-LOGIN = 3
                  OR FLAG-TARJETA-CAPTURADA = 1
           CLOSE BD-TARJETAS
           CLOSE BD-CUENTAS
           IF FLAG-TARJETA-CAPTURADA = 1
               DISPLAY "*** Tarjeta retenida. Contacte a su banco ***"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           IF FLAG-LOGIN-OK = 0
               DISPLAY "*** Numero maximo de intentos alcanzado ***"
               DISPLAY "*** Tarjeta retenida. Contacte a su banco ***"
           ACCEPT TARJETA-DIGITADA
           DISPLAY "Clave (PIN): " WITH NO ADVANCING
           ACCEPT PIN-DIGITADO
           PERFORM 1155-VALIDAR-TARJETA-MAESTRO
           IF FLAG-TARJETA-HABILITADA = 1
               IF ESTADO-ARCHIVO-TARJETAS = "00"
                   MOVE NUMERO-CUENTA-TAR TO NUMERO-CUENTA
                   READ BD-CUENTAS KEY IS NUMERO-CUENTA
                       INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
                   END-READ
               ELSE
                   MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
               END-IF
               PERFORM 1170-RESOLVER-CUENTA-LOGIN
           END-IF
           .

       1170-RESOLVER-CUENTA-LOGIN.
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               PERFORM 1160-VALIDAR-CREDENCIALES
           ELSE
           END-IF
           .

      ******************************************************************
      * La tarjeta se busca en el maestro de tarjetas, que ya tiene    *
      * cargadas las tarjetas principales anteriores a el. Una tarjeta *
      * sin registro en el maestro no se reconoce.                     *
      ******************************************************************
       1155-VALIDAR-TARJETA-MAESTRO.
           MOVE 1 TO FLAG-TARJETA-HABILITADA
           MOVE TARJETA-DIGITADA TO NUMERO-TARJETA-TAR
           READ BD-TARJETAS KEY IS NUMERO-TARJETA-TAR
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-TARJETAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-TARJETAS
           END-READ
           IF ESTADO-ARCHIVO-TARJETAS = "00"
               PERFORM 9400-OBTENER-FECHA-NEGOCIO
               EVALUATE TRUE
                   WHEN TARJETA-ACTIVA
                       AND FECHA-VENCIMIENTO-TAR >= FECHA-NEGOCIO
                       CONTINUE
                   WHEN TARJETA-ACTIVA
                   WHEN TARJETA-VENCIDA
                       PERFORM 1157-RECHAZAR-TARJETA-VENCIDA
                   WHEN OTHER
                       PERFORM 1158-CAPTURAR-TARJETA
               END-EVALUATE
           END-IF
           .

       1157-RECHAZAR-TARJETA-VENCIDA.
           MOVE 0 TO FLAG-TARJETA-HABILITADA
           DISPLAY "*** Tarjeta vencida. Solicite su reposicion ***"
           MOVE NUMERO-CUENTA-TAR TO NUMERO-CUENTA-LOG
           MOVE 00 TO ID-OPCION-LOG
           MOVE 0 TO MONTO-LOG
           MOVE "12" TO CODIGO-RESULTADO-LOG
           PERFORM 9500-REGISTRAR-MOVIMIENTO
           .

      ******************************************************************
      * Tarjeta perdida, robada, reemplazada o ya capturada: el cajero *
      * la retiene sin pedir mas intentos y el maestro la deja como    *
      * capturada, con el estado que tenia y la terminal en el motivo. *
      ******************************************************************
       1158-CAPTURAR-TARJETA.
           MOVE 0 TO FLAG-TARJETA-HABILITADA
           MOVE 1 TO FLAG-TARJETA-CAPTURADA
           IF NOT TARJETA-CAPTURADA
               MOVE ESTADO-TARJETA TO ESTADO-TARJETA-ANTERIOR
               SET TARJETA-CAPTURADA TO TRUE
               MOVE SPACES TO MOTIVO-ESTADO-TAR
               STRING "CAPTURADA EN " ID-TERMINAL
                   " ESTADO PREVIO " ESTADO-TARJETA-ANTERIOR
                   DELIMITED BY SIZE INTO MOTIVO-ESTADO-TAR
               END-STRING
               MOVE FECHA-NEGOCIO TO FECHA-ESTADO-TAR
               MOVE "CAJERO" TO USUARIO-ESTADO-TAR
               REWRITE REGISTRO-TARJETA
           END-IF
           DISPLAY "*** Tarjeta reportada: queda retenida en el "
               "cajero ***"
           MOVE NUMERO-CUENTA-TAR TO NUMERO-CUENTA-LOG
           MOVE 00 TO ID-OPCION-LOG
           MOVE 0 TO MONTO-LOG
           MOVE "13" TO CODIGO-RESULTADO-LOG
           PERFORM 9500-REGISTRAR-MOVIMIENTO
           .

       1160-VALIDAR-CREDENCIALES.
           IF CUENTA-INACTIVA
               DISPLAY "*** Cuenta inactiva. Acerquese a una oficina "
                   "para reactivarla ***"
               MOVE NUMERO-CUENTA TO NUMERO-CUENTA-LOG
               MOVE 00 TO ID-OPCION-LOG
               MOVE 0 TO MONTO-LOG
               MOVE "14" TO CODIGO-RESULTADO-LOG
               PERFORM 9500-REGISTRAR-MOVIMIENTO
           ELSE
               PERFORM 1165-VALIDAR-CLAVE
           END-IF
           .

       1165-VALIDAR-CLAVE.
           IF NOT CUENTA-ACTIVA
               DISPLAY "*** Cuenta bloqueada o cerrada ***"
               MOVE NUMERO-CUENTA TO NUMERO-CUENTA-LOG
               WHEN 06 PERFORM 2600-MINI-EXTRACTO
               WHEN 07 PERFORM 2700-CAMBIO-CLAVE
               WHEN 08 PERFORM 2800-ORDEN-PERMANENTE
               WHEN 10 PERFORM 2900-PAGO-SERVICIOS
               WHEN 09
                   DISPLAY "Gracias por usar el cajero. "
                       "Retire su tarjeta."
           END-READ
           CLOSE BD-CUENTAS
           IF ESTADO-ARCHIVO-CUENTAS = "00"
               PERFORM 9700-CALCULAR-DISPONIBLE
               DISPLAY "Cuenta: " NUMERO-CUENTA
               DISPLAY "Titular: " NOMBRE-CLIENTE
               DISPLAY "Saldo contable: " SALDO-CUENTA
               IF SALDO-RETENIDO > 0
                   DISPLAY "Retenido: " SALDO-RETENIDO
               END-IF
               DISPLAY "Saldo disponible: " SALDO-DISPONIBLE
               MOVE "00" TO CODIGO-RESULTADO-LOG
           ELSE
               DISPLAY "*** No fue posible consultar el saldo ***"
           MOVE MONTO-RETIRO TO MONTO-PARA-TARIFA
           MOVE RETIROS-MES-CUENTA TO OPERACIONES-MES-TIPO
           PERFORM 9600-CALCULAR-COMISION
           PERFORM 9700-CALCULAR-DISPONIBLE
           IF MONTO-RETIRO + COMISION-CALCULADA > SALDO-DISPONIBLE
               DISPLAY "*** Saldo disponible insuficiente ***"
               MOVE "01" TO CODIGO-RESULTADO-LOG
           ELSE
               PERFORM 2209-CONFIRMAR-COMISION
                   MOVE "08" TO CODIGO-RESULTADO-LOG
               ELSE
                   IF MONTO-RETIRO + COMISION-CALCULADA
                       > SALDO-CUENTA - SALDO-RETENIDO
                       DISPLAY "*** Saldo disponible insuficiente ***"
                       MOVE "01" TO CODIGO-RESULTADO-LOG
                   ELSE
                       COMPUTE SALDO-CUENTA = SALDO-CUENTA
                   MOVE MONTO-TRANSFERENCIA TO MONTO-PARA-TARIFA
                   MOVE TRANSF-MES-CUENTA TO OPERACIONES-MES-TIPO
                   PERFORM 9600-CALCULAR-COMISION
                   PERFORM 9700-CALCULAR-DISPONIBLE
                   IF MONTO-TRANSFERENCIA + COMISION-CALCULADA
                       > SALDO-DISPONIBLE
                       DISPLAY "*** Saldo disponible insuficiente ***"
                       CLOSE BD-CUENTAS
                       MOVE "01" TO CODIGO-RESULTADO-LOG
                       PERFORM 2540-REGISTRAR-TRANSFER-FALLIDA
           END-IF
           .

      ******************************************************************
      * Pago de servicios: el cliente elige una empresa activa del     *
      * maestro de convenios, digita la referencia de la factura (se   *
      * valida su longitud y su digito de verificacion) y el valor. El *
      * pago queda pendiente en BD-PAGOS-SERVICIOS para la remesa      *
      * nocturna y se journaliza con la opcion 33; la comision va      *
      * aparte con la 08, como en el retiro y la transferencia.        *
      ******************************************************************
       2900-PAGO-SERVICIOS.
           MOVE 0 TO COMISION-CALCULADA
           MOVE 0 TO FLAG-PAGO-OK
           MOVE 0 TO MONTO-PAGO-DIGITADO
           PERFORM 2910-LISTAR-CONVENIOS
           DISPLAY "Codigo de la empresa: " WITH NO ADVANCING
           ACCEPT CONVENIO-DIGITADO
           PERFORM 2915-BUSCAR-CONVENIO
           IF FLAG-CONVENIO-HALLADO = 0
               DISPLAY "*** Empresa no disponible para pagos ***"
               MOVE "17" TO CODIGO-RESULTADO-LOG
           ELSE
               DISPLAY "Referencia de la factura: " WITH NO ADVANCING
               ACCEPT REFERENCIA-PAGO-DIGITADA
               PERFORM 2920-VALIDAR-REFERENCIA
               IF FLAG-REFERENCIA-OK = 0
                   DISPLAY "*** Referencia invalida para "
                       NOMBRE-CONV-ELEGIDO " ***"
                   MOVE "18" TO CODIGO-RESULTADO-LOG
               ELSE
                   DISPLAY "Valor a pagar: " WITH NO ADVANCING
                   ACCEPT MONTO-PAGO-DIGITADO
                   IF MONTO-PAGO-DIGITADO NOT > 0
                       DISPLAY "*** El valor a pagar debe ser mayor "
                           "a cero ***"
                       MOVE "06" TO CODIGO-RESULTADO-LOG
                   ELSE
                       PERFORM 2940-DEBITAR-PAGO
                   END-IF
               END-IF
           END-IF
           MOVE NUMERO-CUENTA-AUTENTICADA TO NUMERO-CUENTA-LOG
           MOVE 33 TO ID-OPCION-LOG
           MOVE MONTO-PAGO-DIGITADO TO MONTO-LOG
           IF FLAG-PAGO-OK = 1
               PERFORM 2960-REGISTRAR-JOURNAL-PAGO
               IF COMISION-CALCULADA > 0
                   PERFORM 2240-REGISTRAR-JOURNAL-COMISION
               END-IF
           ELSE
               PERFORM 9500-REGISTRAR-MOVIMIENTO
           END-IF
           .

       2910-LISTAR-CONVENIOS.
           DISPLAY "Empresas con convenio de recaudo:"
           MOVE 0 TO FLAG-FIN-CONVENIOS
           OPEN INPUT BD-CONVENIOS
           PERFORM 2911-MOSTRAR-UN-CONVENIO
               UNTIL FLAG-FIN-CONVENIOS = 1
           CLOSE BD-CONVENIOS
           .

       2911-MOSTRAR-UN-CONVENIO.
           READ BD-CONVENIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-CONVENIOS
           END-READ
           IF FLAG-FIN-CONVENIOS = 0
               AND CONVENIO-ACTIVO
               DISPLAY "   " CODIGO-CONVENIO " " NOMBRE-CONVENIO
           END-IF
           .

       2915-BUSCAR-CONVENIO.
           MOVE 0 TO FLAG-CONVENIO-HALLADO
           MOVE 0 TO FLAG-FIN-CONVENIOS
           OPEN INPUT BD-CONVENIOS
           PERFORM 2916-LEER-UN-CONVENIO
               UNTIL FLAG-FIN-CONVENIOS = 1
                   OR FLAG-CONVENIO-HALLADO = 1
           CLOSE BD-CONVENIOS
           .

       2916-LEER-UN-CONVENIO.
           READ BD-CONVENIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-CONVENIOS
           END-READ
           IF FLAG-FIN-CONVENIOS = 0
               AND CODIGO-CONVENIO = CONVENIO-DIGITADO
               AND CONVENIO-ACTIVO
               MOVE 1 TO FLAG-CONVENIO-HALLADO
               MOVE CODIGO-CONVENIO TO CODIGO-CONV-ELEGIDO
               MOVE NOMBRE-CONVENIO TO NOMBRE-CONV-ELEGIDO
               MOVE LONGITUD-REF-CONVENIO TO LONGITUD-CONV-ELEGIDO
               MOVE REGLA-DIGITO-CONVENIO TO REGLA-CONV-ELEGIDO
               MOVE COMISION-CONVENIO TO COMISION-CONV-ELEGIDO
           END-IF
           .

      ******************************************************************
      * La referencia debe tener exactamente los digitos que fija la   *
      * empresa; el ultimo es el de verificacion y se recalcula sobre  *
      * los anteriores con la regla del convenio (ver CONVENIO.cpy).   *
      ******************************************************************
       2920-VALIDAR-REFERENCIA.
           MOVE 0 TO FLAG-REFERENCIA-OK
           MOVE 0 TO LONGITUD-REFERENCIA
           INSPECT REFERENCIA-PAGO-DIGITADA
               TALLYING LONGITUD-REFERENCIA
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF LONGITUD-REFERENCIA > 0
               AND LONGITUD-REFERENCIA = LONGITUD-CONV-ELEGIDO
               AND REFERENCIA-PAGO-DIGITADA(1:LONGITUD-REFERENCIA)
                   IS NUMERIC
               COMPUTE LONGITUD-CUERPO = LONGITUD-REFERENCIA - 1
               MOVE 0 TO SUMA-DIGITOS
               MOVE 2 TO PESO-DIGITO
               EVALUATE REGLA-CONV-ELEGIDO
                   WHEN "1"
                       PERFORM 2925-SUMAR-DIGITO-MOD-10
                           VARYING IX-REF FROM LONGITUD-CUERPO BY -1
                           UNTIL IX-REF < 1
                       DIVIDE SUMA-DIGITOS BY 10
                           GIVING COCIENTE-DIGITO
                           REMAINDER RESIDUO-DIGITO
                       IF RESIDUO-DIGITO = 0
                           MOVE 0 TO DIGITO-CALCULADO
                       ELSE
                           COMPUTE DIGITO-CALCULADO =
                               10 - RESIDUO-DIGITO
                       END-IF
                       PERFORM 2930-COMPARAR-DIGITO
                   WHEN "2"
                       PERFORM 2927-SUMAR-DIGITO-MOD-11
                           VARYING IX-REF FROM LONGITUD-CUERPO BY -1
                           UNTIL IX-REF < 1
                       DIVIDE SUMA-DIGITOS BY 11
                           GIVING COCIENTE-DIGITO
                           REMAINDER RESIDUO-DIGITO
                       IF RESIDUO-DIGITO < 2
                           MOVE RESIDUO-DIGITO TO DIGITO-CALCULADO
                       ELSE
                           COMPUTE DIGITO-CALCULADO =
                               11 - RESIDUO-DIGITO
                       END-IF
                       PERFORM 2930-COMPARAR-DIGITO
                   WHEN OTHER
                       MOVE 1 TO FLAG-REFERENCIA-OK
               END-EVALUATE
           END-IF
           .

       2925-SUMAR-DIGITO-MOD-10.
           COMPUTE PRODUCTO-DIGITO =
               DIGITO-REFERENCIA(IX-REF) * PESO-DIGITO
           IF PRODUCTO-DIGITO > 9
               SUBTRACT 9 FROM PRODUCTO-DIGITO
           END-IF
           ADD PRODUCTO-DIGITO TO SUMA-DIGITOS
           IF PESO-DIGITO = 2
               MOVE 1 TO PESO-DIGITO
           ELSE
               MOVE 2 TO PESO-DIGITO
           END-IF
           .

       2927-SUMAR-DIGITO-MOD-11.
           COMPUTE PRODUCTO-DIGITO =
               DIGITO-REFERENCIA(IX-REF) * PESO-DIGITO
           ADD PRODUCTO-DIGITO TO SUMA-DIGITOS
           IF PESO-DIGITO = 7
               MOVE 2 TO PESO-DIGITO
           ELSE
               ADD 1 TO PESO-DIGITO
           END-IF
           .

       2930-COMPARAR-DIGITO.
           IF DIGITO-CALCULADO =
               DIGITO-REFERENCIA(LONGITUD-REFERENCIA)
               MOVE 1 TO FLAG-REFERENCIA-OK
           END-IF
           .

       2940-DEBITAR-PAGO.
           OPEN I-O BD-CUENTAS
           MOVE NUMERO-CUENTA-AUTENTICADA TO NUMERO-CUENTA
           READ BD-CUENTAS KEY IS NUMERO-CUENTA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-CUENTAS
           END-READ
           IF ESTADO-ARCHIVO-CUENTAS NOT = "00"
               DISPLAY "*** No fue posible ubicar la cuenta ***"
               MOVE "02" TO CODIGO-RESULTADO-LOG
           ELSE
               PERFORM 2945-CALCULAR-COMISION-PAGO
               PERFORM 9700-CALCULAR-DISPONIBLE
               IF MONTO-PAGO-DIGITADO + COMISION-CALCULADA
                   > SALDO-DISPONIBLE
                   DISPLAY "*** Saldo disponible insuficiente ***"
                   MOVE "01" TO CODIGO-RESULTADO-LOG
               ELSE
                   DISPLAY "Pago a " NOMBRE-CONV-ELEGIDO
                       " referencia " REFERENCIA-PAGO-DIGITADA
                   PERFORM 2209-CONFIRMAR-COMISION
                   IF FLAG-COMISION-OK = 1
                       PERFORM 2950-GRABAR-PAGO
                   END-IF
               END-IF
           END-IF
           CLOSE BD-CUENTAS
           .

      ******************************************************************
      * La comision sale del tarifario (opcion 33) salvo que la        *
      * empresa tenga comision propia en el convenio; el cupo de pagos *
      * gratis del mes se cuenta sobre los pagos no reversados de la   *
      * cuenta en BD-PAGOS-SERVICIOS.                                  *
      ******************************************************************
       2945-CALCULAR-COMISION-PAGO.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           MOVE FECHA-NEGOCIO(1:6) TO MES-ACTUAL
           PERFORM 2947-CONTAR-PAGOS-MES
           MOVE 33 TO ID-OPCION-TARIFA-BUSCADA
           MOVE MONTO-PAGO-DIGITADO TO MONTO-PARA-TARIFA
           PERFORM 9650-BUSCAR-TARIFA
           IF COMISION-CONV-ELEGIDO > 0
               MOVE COMISION-CONV-ELEGIDO TO COMISION-TARIFARIA
           END-IF
           IF PAGOS-MES-SERVICIOS < CUPO-GRATIS-VIGENTE
               MOVE 0 TO COMISION-CALCULADA
           ELSE
               MOVE COMISION-TARIFARIA TO COMISION-CALCULADA
           END-IF
           .

       2947-CONTAR-PAGOS-MES.
           MOVE 0 TO PAGOS-MES-SERVICIOS
           MOVE 0 TO FLAG-FIN-PAGOS
           OPEN INPUT BD-PAGOS-SERVICIOS
           MOVE NUMERO-CUENTA-AUTENTICADA TO NUMERO-CUENTA-PAG
           START BD-PAGOS-SERVICIOS
               KEY IS NOT LESS THAN NUMERO-CUENTA-PAG
               INVALID KEY MOVE 1 TO FLAG-FIN-PAGOS
           END-START
           PERFORM 2948-CONTAR-UN-PAGO UNTIL FLAG-FIN-PAGOS = 1
           CLOSE BD-PAGOS-SERVICIOS
           .

       2948-CONTAR-UN-PAGO.
           READ BD-PAGOS-SERVICIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-PAGOS
           END-READ
           IF FLAG-FIN-PAGOS = 0
               AND ((ESTADO-ARCHIVO-PAGOS NOT = "00"
                     AND ESTADO-ARCHIVO-PAGOS NOT = "02")
                    OR NUMERO-CUENTA-PAG
                       NOT = NUMERO-CUENTA-AUTENTICADA)
               MOVE 1 TO FLAG-FIN-PAGOS
           END-IF
           IF FLAG-FIN-PAGOS = 0
               IF FECHA-PAGO-SRV(1:6) = MES-ACTUAL
                   AND NOT PAGO-REVERSADO
                   ADD 1 TO PAGOS-MES-SERVICIOS
               END-IF
           END-IF
           .

      ******************************************************************
      * El pago se graba antes de tocar el saldo: si no se puede       *
      * registrar para la remesa, la cuenta no se debita.              *
      ******************************************************************
       2950-GRABAR-PAGO.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           ACCEPT HORA-SISTEMA FROM TIME
           INITIALIZE REGISTRO-PAGO-SERVICIO
           MOVE FECHA-NEGOCIO TO FECHA-PAGO-SRV
           MOVE CODIGO-CONV-ELEGIDO TO CONVENIO-PAGO-SRV
           MOVE HORA-SISTEMA(1:6) TO HORA-PAGO-SRV
           MOVE ID-TERMINAL TO TERMINAL-PAGO-SRV
           MOVE NUMERO-CUENTA-AUTENTICADA TO NUMERO-CUENTA-PAG
           MOVE REFERENCIA-PAGO-DIGITADA TO REFERENCIA-PAGO-SRV
           MOVE MONTO-PAGO-DIGITADO TO MONTO-PAGO-SRV
           MOVE COMISION-CALCULADA TO COMISION-PAGO-SRV
           SET PAGO-PENDIENTE TO TRUE
           OPEN I-O BD-PAGOS-SERVICIOS
           WRITE REGISTRO-PAGO-SERVICIO
               INVALID KEY MOVE "22" TO ESTADO-ARCHIVO-PAGOS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-PAGOS
           END-WRITE
           CLOSE BD-PAGOS-SERVICIOS
           IF ESTADO-ARCHIVO-PAGOS NOT = "00"
               DISPLAY "*** No fue posible registrar el pago. "
                   "Intente de nuevo ***"
               MOVE "19" TO CODIGO-RESULTADO-LOG
           ELSE
               COMPUTE SALDO-CUENTA = SALDO-CUENTA
                   - MONTO-PAGO-DIGITADO - COMISION-CALCULADA
               REWRITE REGISTRO-CUENTA
               MOVE 1 TO FLAG-PAGO-OK
               MOVE "00" TO CODIGO-RESULTADO-LOG
               DISPLAY "Pago realizado con exito."
               DISPLAY "Empresa:    " NOMBRE-CONV-ELEGIDO
               DISPLAY "Referencia: " REFERENCIA-PAGO-DIGITADA
               DISPLAY "Valor:      " MONTO-PAGO-DIGITADO
           END-IF
           .

       2960-REGISTRAR-JOURNAL-PAGO.
           PERFORM 2525-SELLAR-FECHA-HORA
           SET MOVIMIENTO-DEBITO TO TRUE
           OPEN EXTEND LOG-TRANSACCIONES
           WRITE REGISTRO-LOG
           CLOSE LOG-TRANSACCIONES
           .

       2525-SELLAR-FECHA-HORA.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           ACCEPT HORA-SISTEMA FROM TIME
           CLOSE LOG-TRANSACCIONES
           .

      ******************************************************************
      * Saldo disponible = saldo contable menos las retenciones        *
      * activas de la cuenta ya iniciadas y no vencidas al dia de      *
      * negocio. Lo usan la consulta y todo debito del cliente.        *
      ******************************************************************
       9700-CALCULAR-DISPONIBLE.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           MOVE 0 TO SALDO-RETENIDO
           MOVE 0 TO FLAG-FIN-RETENCIONES
           OPEN INPUT BD-RETENCIONES
           MOVE NUMERO-CUENTA TO NUMERO-CUENTA-RET
           MOVE 0 TO NUMERO-RETENCION
           START BD-RETENCIONES KEY IS NOT LESS THAN CLAVE-RETENCION
               INVALID KEY MOVE 1 TO FLAG-FIN-RETENCIONES
           END-START
           PERFORM 9710-SUMAR-UNA-RETENCION
               UNTIL FLAG-FIN-RETENCIONES = 1
           CLOSE BD-RETENCIONES
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
                   AND FECHA-INICIO-RET NOT > FECHA-NEGOCIO
                   AND (FECHA-VENCE-RET = 0
                        OR FECHA-VENCE-RET NOT < FECHA-NEGOCIO)
                   ADD MONTO-RETENCION TO SALDO-RETENIDO
               END-IF
           END-IF
           .

       3000-FINAL-PROGRAMA.
           STOP RUN
           .
