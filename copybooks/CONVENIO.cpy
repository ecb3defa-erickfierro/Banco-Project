      ******************************************************************
      * Copybook: CONVENIO.cpy                                         *
      * Purpose: Layout del maestro de empresas de servicios con       *
      *          convenio de recaudo (convenios-servicios.txt). Un     *
      *          registro por empresa: codigo, nombre, longitud de la  *
      *          referencia de la factura y regla de su digito de      *
      *          verificacion (ultimo digito de la referencia), cuenta *
      *          de recaudo donde se abona la remesa, comision propia  *
      *          de la empresa (cero = rige el tarifario) y estado.    *
      *          Regla 1 modulo 10: pesos 2,1,2,1... desde la derecha, *
      *          se suman las cifras de cada producto y el digito es   *
      *          10 menos el residuo (0 si el residuo es 0). Regla 2   *
      *          modulo 11: pesos 2 a 7 desde la derecha y el digito   *
      *          es 11 menos el residuo (residuo 0 o 1 va tal cual).   *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-CONVENIO.
               05 CODIGO-CONVENIO         PIC 9(04).
               05 NOMBRE-CONVENIO         PIC X(25).
               05 LONGITUD-REF-CONVENIO   PIC 9(02).
               05 REGLA-DIGITO-CONVENIO   PIC X(01).
                   88 DIGITO-SIN-VERIFICAR    VALUE "N".
                   88 DIGITO-MODULO-10        VALUE "1".
                   88 DIGITO-MODULO-11        VALUE "2".
               05 CUENTA-RECAUDO-CONVENIO PIC 9(10).
               05 COMISION-CONVENIO       PIC 9(07)V99.
               05 ESTADO-CONVENIO         PIC X(01).
                   88 CONVENIO-ACTIVO         VALUE "A".
                   88 CONVENIO-SUSPENDIDO     VALUE "S".
