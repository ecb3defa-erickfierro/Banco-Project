      ******************************************************************
      * Copybook: MAPACONT.cpy                                         *
      * Purpose: Layout del mapa contable (BD-MAPA-CONTABLE). Un       *
      *          registro por opcion de la bitacora, tipo de           *
      *          movimiento y codigo de resultado, con la cuenta del   *
      *          libro mayor que se debita y la que se acredita por    *
      *          el monto del movimiento. Una regla con las dos        *
      *          cuentas en blanco declara el movimiento como no       *
      *          contable (capturas, cambios de limite).               *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-MAPA-CONTABLE.
               05 ID-OPCION-MAPA         PIC 99.
               05 TIPO-MOVIMIENTO-MAPA   PIC X(01).
               05 CODIGO-RESULTADO-MAPA  PIC X(02).
               05 CUENTA-DEBITO-MAPA     PIC X(10).
               05 CUENTA-CREDITO-MAPA    PIC X(10).
               05 DESCRIPCION-MAPA       PIC X(30).
