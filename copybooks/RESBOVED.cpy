      ******************************************************************
      * Copybook: RESBOVED.cpy                                         *
      * Purpose: Layout del resultado de la conciliacion de boveda por *
      *          terminal y casete del dia conciliado. CONCILIACION-   *
      *          DIARIA graba un registro por casete en                *
      *          conciliacion-boveda-AAAAMMDD.txt, para consultarlo    *
      *          despues como evidencia de un reclamo del cliente.     *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-RESULTADO-BOVEDA.
               05 FECHA-RBV               PIC 9(08).
               05 TERMINAL-RBV            PIC X(04).
               05 DENOMINACION-RBV        PIC 9(06).
               05 APERTURA-RBV            PIC S9(08).
               05 DISPENSADO-RBV          PIC S9(08).
               05 CARGADO-RBV             PIC S9(08).
               05 ESPERADO-RBV            PIC S9(08).
               05 CIERRE-RBV              PIC S9(08).
               05 RESULTADO-RBV           PIC X(01).
                   88 CASETE-CUADRA           VALUE "C".
                   88 CASETE-NO-CUADRA        VALUE "N".
                   88 CASETE-SIN-APERTURA     VALUE "S".
