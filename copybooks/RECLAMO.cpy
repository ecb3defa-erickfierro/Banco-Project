      ******************************************************************
      * Copybook: RECLAMO.cpy                                          *
      * Purpose: Layout del registro de reclamos de clientes           *
      *          (BD-RECLAMOS). Un registro por reclamo contra un      *
      *          movimiento de BD-HISTORICO, con llave AAMMDD mas un   *
      *          consecutivo del dia y llave alterna por cuenta. Guarda*
      *          la evidencia tomada al abrirlo (resultado del casete  *
      *          en la conciliacion y recuperacion de checkpoint), el  *
      *          estado con usuario y fecha, y el abono cuando el      *
      *          reclamo aprobado se paga por AJUSTES-OPERATIVOS.      *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-RECLAMO.
               05 NUMERO-RECLAMO          PIC 9(10).
               05 NUMERO-CUENTA-REC       PIC 9(10).
               05 MOVIMIENTO-REC.
                   10 FECHA-HORA-MOV-REC  PIC X(14).
                   10 CONSECUTIVO-MOV-REC PIC 9(04).
                   10 ID-OPCION-MOV-REC   PIC 99.
                   10 MONTO-MOV-REC       PIC S9(09)V99 COMP-3.
                   10 TERMINAL-MOV-REC    PIC X(04).
               05 TIPO-RECLAMO            PIC X(01).
                   88 RECLAMO-NO-DISPENSADO   VALUE "N".
                   88 RECLAMO-PARCIAL         VALUE "P".
                   88 RECLAMO-OTRO            VALUE "O".
               05 MONTO-RECLAMADO         PIC S9(09)V99 COMP-3.
               05 DESCRIPCION-REC         PIC X(40).
               05 ESTADO-RECLAMO          PIC X(01).
                   88 RECLAMO-ABIERTO         VALUE "A".
                   88 RECLAMO-EN-REVISION     VALUE "R".
                   88 RECLAMO-APROBADO        VALUE "P".
                   88 RECLAMO-NEGADO          VALUE "N".
                   88 RECLAMO-PENDIENTE       VALUE "A" "R".
               05 FECHA-APERTURA-REC      PIC 9(08).
               05 USUARIO-APERTURA-REC    PIC X(08).
               05 FECHA-ESTADO-REC        PIC 9(08).
               05 USUARIO-ESTADO-REC      PIC X(08).
               05 ASIGNADO-REC            PIC X(08).
               05 MONTO-APROBADO-REC      PIC S9(09)V99 COMP-3.
               05 EVIDENCIA-REC.
                   10 RESULTADO-BOVEDA-REC     PIC X(01).
                   10 CASETES-NO-CUADRAN-REC   PIC 9(01).
                   10 RECUPERACION-REC         PIC X(01).
                       88 HUBO-RECUPERACION        VALUE "S".
                   10 RESULTADO-RECUPERACION-REC PIC X(02).
               05 FECHA-ABONO-REC         PIC 9(08).
               05 MONTO-ABONADO-REC       PIC S9(09)V99 COMP-3.
               05 USUARIO-ABONO-REC       PIC X(08).
               05 NOTA-RESOLUCION-REC     PIC X(30).
