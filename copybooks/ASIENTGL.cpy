      ******************************************************************
      * Copybook: ASIENTGL.cpy                                         *
      * Purpose: Layout del comprobante contable diario                *
      *          (comprobante-contable-AAAAMMDD.txt). Cada movimiento  *
      *          contable de la bitacora genera un asiento de dos      *
      *          partidas, una debito y una credito por el mismo       *
      *          monto, con el terminal de origen del movimiento para  *
      *          el balance de prueba por cuenta y terminal.           *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-ASIENTO-GL.
               05 FECHA-CONTABLE-GL      PIC 9(08).
               05 NUMERO-ASIENTO-GL      PIC 9(07).
               05 CUENTA-CONTABLE-GL     PIC X(10).
               05 TERMINAL-GL            PIC X(04).
               05 NATURALEZA-GL          PIC X(01).
                   88 PARTIDA-DEBITO         VALUE "D".
                   88 PARTIDA-CREDITO        VALUE "C".
               05 MONTO-GL               PIC 9(09)V99.
               05 ID-OPCION-GL           PIC 99.
               05 TIPO-MOVIMIENTO-GL     PIC X(01).
               05 NUMERO-CUENTA-GL       PIC 9(10).
               05 FECHA-HORA-GL          PIC X(14).
               05 DESCRIPCION-GL         PIC X(30).
