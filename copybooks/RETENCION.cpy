      ******************************************************************
      * Copybook: RETENCION.cpy                                        *
      * Purpose: Layout del archivo de retenciones y embargos          *
      *          (BD-RETENCIONES). Un registro por retencion, con      *
      *          llave cuenta mas consecutivo de la cuenta. La suma    *
      *          de las retenciones activas y vigentes al dia se       *
      *          descuenta del saldo contable para obtener el saldo    *
      *          disponible. Fecha de vencimiento en cero: la          *
      *          retencion sigue hasta que se libere.                  *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-RETENCION.
               05 CLAVE-RETENCION.
                   10 NUMERO-CUENTA-RET   PIC 9(10).
                   10 NUMERO-RETENCION    PIC 9(04).
               05 TIPO-RETENCION          PIC X(01).
                   88 RETENCION-JUDICIAL      VALUE "J".
                   88 RETENCION-BANCARIA      VALUE "B".
                   88 RETENCION-DEPOSITO      VALUE "D".
               05 MONTO-RETENCION         PIC S9(09)V99 COMP-3.
               05 FECHA-INICIO-RET        PIC 9(08).
               05 FECHA-VENCE-RET         PIC 9(08).
               05 REFERENCIA-RET          PIC X(30).
               05 ESTADO-RETENCION        PIC X(01).
                   88 RETENCION-ACTIVA        VALUE "A".
                   88 RETENCION-LIBERADA      VALUE "L".
                   88 RETENCION-VENCIDA       VALUE "V".
               05 FECHA-ALTA-RET          PIC 9(08).
               05 USUARIO-ALTA-RET        PIC X(08).
               05 FECHA-LIBERA-RET        PIC 9(08).
               05 USUARIO-LIBERA-RET      PIC X(08).
               05 MOTIVO-LIBERA-RET       PIC X(30).
