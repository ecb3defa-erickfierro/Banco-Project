      ******************************************************************
      * Copybook: REPLAV.cpy                                           *
      * Purpose: Layout del archivo de reporte de transacciones en     *
      *          efectivo al regulador (reporte-efectivo-AAAAMM.txt),  *
      *          de ancho fijo. Tipo 1 encabezado con la entidad y el  *
      *          periodo, tipo 2 cada movimiento en efectivo igual o   *
      *          superior al umbral, tipo 3 cada cliente cuyo efectivo *
      *          del mes iguala o supera el umbral mensual y tipo 9    *
      *          totales de control.                                   *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-REPORTE-EFECTIVO.
               05 TIPO-REGISTRO-REF       PIC X(01).
                   88 REF-ENCABEZADO          VALUE "1".
                   88 REF-INDIVIDUAL          VALUE "2".
                   88 REF-CONSOLIDADO         VALUE "3".
                   88 REF-TOTALES             VALUE "9".
               05 DATOS-REF               PIC X(99).
               05 ENCABEZADO-REF REDEFINES DATOS-REF.
                   10 ENTIDAD-REF         PIC X(06).
                   10 PERIODO-REF         PIC 9(06).
                   10 FECHA-GENERACION-REF PIC 9(08).
                   10 UMBRAL-REF          PIC 9(09)V99.
                   10 UMBRAL-MENSUAL-REF  PIC 9(11)V99.
                   10 FILLER              PIC X(55).
               05 INDIVIDUAL-REF REDEFINES DATOS-REF.
                   10 FECHA-IND-REF       PIC 9(08).
                   10 HORA-IND-REF        PIC 9(06).
                   10 CUENTA-IND-REF      PIC 9(10).
                   10 CLIENTE-IND-REF     PIC X(30).
                   10 SENTIDO-IND-REF     PIC X(01).
                   10 MONTO-IND-REF       PIC 9(11)V99.
                   10 TERMINAL-IND-REF    PIC X(04).
                   10 FILLER              PIC X(27).
               05 CONSOLIDADO-REF REDEFINES DATOS-REF.
                   10 CLIENTE-CON-REF     PIC X(30).
                   10 CUENTAS-CON-REF     PIC 9(03).
                   10 NUM-ENTRADAS-CON-REF PIC 9(05).
                   10 ENTRADAS-CON-REF    PIC 9(13)V99.
                   10 NUM-SALIDAS-CON-REF PIC 9(05).
                   10 SALIDAS-CON-REF     PIC 9(13)V99.
                   10 FILLER              PIC X(26).
               05 TOTALES-REF REDEFINES DATOS-REF.
                   10 REGISTROS-IND-REF   PIC 9(07).
                   10 MONTO-IND-TOT-REF   PIC 9(13)V99.
                   10 REGISTROS-CON-REF   PIC 9(07).
                   10 FILLER              PIC X(70).
