      ******************************************************************
      * Copybook: PAGOSRV.cpy                                          *
      * Purpose: Layout de los pagos de servicios hechos en el cajero  *
      *          (BD-PAGOS-SERVICIOS). Un registro por pago, con llave *
      *          dia de negocio + empresa + hora + terminal, para que  *
      *          la remesa nocturna lea en orden los pagos de cada     *
      *          empresa del dia, y llave alterna por cuenta para el   *
      *          cupo mensual de pagos gratis. Guarda la referencia de *
      *          la factura, que la bitacora no tiene, y el estado:    *
      *          P pendiente de remesa, R remesado a la empresa, X     *
      *          reversado por rechazo de la empresa.                  *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-PAGO-SERVICIO.
               05 CLAVE-PAGO-SERVICIO.
                   10 FECHA-PAGO-SRV      PIC 9(08).
                   10 CONVENIO-PAGO-SRV   PIC 9(04).
                   10 HORA-PAGO-SRV       PIC 9(06).
                   10 TERMINAL-PAGO-SRV   PIC X(04).
               05 NUMERO-CUENTA-PAG       PIC 9(10).
               05 REFERENCIA-PAGO-SRV     PIC X(24).
               05 MONTO-PAGO-SRV          PIC S9(09)V99 COMP-3.
               05 COMISION-PAGO-SRV       PIC S9(09)V99 COMP-3.
               05 ESTADO-PAGO-SRV         PIC X(01).
                   88 PAGO-PENDIENTE          VALUE "P".
                   88 PAGO-REMESADO           VALUE "R".
                   88 PAGO-REVERSADO          VALUE "X".
               05 FECHA-REMESA-SRV        PIC 9(08).
               05 FECHA-REVERSA-SRV       PIC 9(08).
               05 USUARIO-REVERSA-SRV     PIC X(08).
               05 MOTIVO-REVERSA-SRV      PIC X(30).
