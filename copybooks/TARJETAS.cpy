      ******************************************************************
      * Copybook: TARJETAS.cpy                                         *
      * Purpose: Layout del maestro de tarjetas (BD-TARJETAS). Un      *
      *          registro por plastico emitido, con la cuenta a la     *
      *          que pertenece, su vigencia y su estado. Una cuenta    *
      *          puede tener varias tarjetas (principal y adicionales) *
      *          y las tarjetas reemplazadas o reportadas se conservan *
      *          con su estado, para que el cajero las capture si se   *
      *          vuelven a presentar. NUMERO-TARJETA de BD-CUENTAS     *
      *          sigue siendo la tarjeta principal de la cuenta.       *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-TARJETA.
               05 NUMERO-TARJETA-TAR      PIC 9(16).
               05 NUMERO-CUENTA-TAR       PIC 9(10).
               05 FECHA-EMISION-TAR       PIC 9(08).
               05 FECHA-VENCIMIENTO-TAR   PIC 9(08).
               05 ESTADO-TARJETA          PIC X(01).
                   88 TARJETA-ACTIVA          VALUE "A".
                   88 TARJETA-PERDIDA         VALUE "P".
                   88 TARJETA-ROBADA          VALUE "R".
                   88 TARJETA-VENCIDA         VALUE "V".
                   88 TARJETA-CAPTURADA       VALUE "C".
                   88 TARJETA-REEMPLAZADA     VALUE "S".
                   88 TARJETA-BOLETINADA      VALUE "P" "R".
               05 MOTIVO-ESTADO-TAR       PIC X(30).
               05 FECHA-ESTADO-TAR        PIC 9(08).
               05 USUARIO-ESTADO-TAR      PIC X(08).
               05 TARJETA-ANTERIOR-TAR    PIC 9(16).
