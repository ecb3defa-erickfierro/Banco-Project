      ******************************************************************
      * Copybook: DIFARQ.cpy                                           *
      * Purpose: Layout del archivo de diferencias de arqueo           *
      *          (BD-DIFERENCIAS). Un registro por sobrante o faltante *
      *          encontrado al contar fisicamente un casete, con llave *
      *          terminal, denominacion, fecha y hora del arqueo. La   *
      *          diferencia queda abierta hasta que operaciones la     *
      *          resuelve contra un reclamo o la castiga.              *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-DIFERENCIA.
               05 CLAVE-DIFERENCIA.
                   10 TERMINAL-DIF        PIC X(04).
                   10 DENOMINACION-DIF    PIC 9(06).
                   10 FECHA-DIF           PIC 9(08).
                   10 HORA-DIF            PIC 9(06).
               05 CANTIDAD-LIBROS-DIF     PIC 9(06) COMP.
               05 CANTIDAD-FISICA-DIF     PIC 9(06) COMP.
               05 BILLETES-DIF            PIC 9(06) COMP.
               05 MONTO-DIF               PIC S9(09)V99 COMP-3.
               05 TIPO-DIF                PIC X(01).
                   88 DIFERENCIA-SOBRANTE     VALUE "S".
                   88 DIFERENCIA-FALTANTE     VALUE "F".
               05 ESTADO-DIF              PIC X(01).
                   88 DIFERENCIA-ABIERTA      VALUE "A".
                   88 DIFERENCIA-RECLAMO      VALUE "R".
                   88 DIFERENCIA-CASTIGADA    VALUE "C".
               05 CUSTODIO-DIF            PIC X(03).
               05 CONFIRMA-DIF            PIC X(03).
               05 RECLAMO-DIF             PIC 9(10).
               05 FECHA-RESOLUCION-DIF    PIC 9(08).
               05 USUARIO-RESOLUCION-DIF  PIC X(08).
               05 NOTA-RESOLUCION-DIF     PIC X(30).
