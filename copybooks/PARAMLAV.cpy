      ******************************************************************
      * Copybook: PARAMLAV.cpy                                         *
      * Purpose: Layout del archivo de parametros del reporte de       *
      *          efectivo y fraccionamiento (parametros-lavado.txt).   *
      *          Un solo registro con el codigo de la entidad ante el  *
      *          regulador, el umbral por movimiento y el umbral       *
      *          mensual por cliente, el porcentaje del umbral desde   *
      *          el que un movimiento se considera justo por debajo,   *
      *          la ventana en dias hacia atras y el minimo de         *
      *          movimientos y de dias distintos que forman un patron  *
      *          de fraccionamiento.                                   *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-PARAMETRO-LAVADO.
               05 CODIGO-ENTIDAD-LAV      PIC X(06).
               05 UMBRAL-EFECTIVO-LAV     PIC 9(09)V99.
               05 UMBRAL-MENSUAL-LAV      PIC 9(11)V99.
               05 PORCENTAJE-CERCANO-LAV  PIC 9(03).
               05 VENTANA-DIAS-LAV        PIC 9(02).
               05 MINIMO-MOVIMIENTOS-LAV  PIC 9(02).
               05 MINIMO-DIAS-LAV         PIC 9(02).
