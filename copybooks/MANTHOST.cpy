      * Purpose: Layout del archivo diario de mantenimiento que envia  *
      *          el host de banca central (ARCHIVO-MANT-HOST). Un      *
      *          registro por novedad: apertura, cierre, bloqueo,      *
      *          desbloqueo, cambio de limite diario, reposicion de    *
      *          tarjeta, tarjeta adicional o reporte de tarjeta       *
      *          perdida o robada. Los campos que no aplican a la      *
      *          accion van en cero o espacios.                        *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Nuevas acciones N (tarjeta adicional) y H  *
      *                     (reporte de tarjeta perdida o robada). Se  *
      *                     agregan al final el motivo de la tarjeta   *
      *                     (P perdida, R robada, D deterioro o        *
      *                     renovacion), su vencimiento y la tarjeta   *
      *                     que se repone (cero = la principal).       *
      *                     Registros del formato anterior quedan con  *
      *                     espacios, que se tratan como vencimiento   *
      *                     normal y reposicion de la principal        *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-MANT-HOST.
               05 TIPO-ACCION-HOST       PIC X(01).
                   88 ACCION-DESBLOQUEO      VALUE "D".
                   88 ACCION-LIMITE          VALUE "L".
                   88 ACCION-TARJETA         VALUE "T".
                   88 ACCION-TARJETA-ADICIONAL VALUE "N".
                   88 ACCION-BOLETIN-TARJETA VALUE "H".
               05 NUMERO-CUENTA-HOST     PIC 9(10).
               05 NUMERO-TARJETA-HOST    PIC 9(16).
               05 PIN-INICIAL-HOST       PIC 9(04).
               05 SALDO-APERTURA-HOST    PIC 9(09)V99.
               05 LIMITE-DIARIO-HOST     PIC 9(09)V99.
               05 TIPO-PRODUCTO-HOST     PIC X(01).
               05 MOTIVO-TARJETA-HOST    PIC X(01).
               05 VENCIMIENTO-TARJETA-HOST PIC 9(08).
               05 TARJETA-ANTERIOR-HOST  PIC 9(16).
