      ******************************************************************
      * Copybook: REMESA.cpy                                           *
      * Purpose: Layout del archivo de remesa que se entrega a cada    *
      *          empresa de servicios (remesa-EEEE-AAAAMMDD.txt), de   *
      *          ancho fijo. Tipo 1 encabezado con la empresa, el dia  *
      *          de los pagos y la cuenta de recaudo abonada, tipo 2   *
      *          cada pago con su referencia y tipo 9 totales de       *
      *          control (cantidad y valor de los pagos).              *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-REMESA.
               05 TIPO-REGISTRO-REM       PIC X(01).
                   88 REM-ENCABEZADO          VALUE "1".
                   88 REM-DETALLE             VALUE "2".
                   88 REM-TOTALES             VALUE "9".
               05 DATOS-REM               PIC X(79).
               05 ENCABEZADO-REM REDEFINES DATOS-REM.
                   10 CONVENIO-ENC-REM    PIC 9(04).
                   10 NOMBRE-ENC-REM      PIC X(25).
                   10 FECHA-PAGOS-REM     PIC 9(08).
                   10 FECHA-GENERACION-REM PIC 9(08).
                   10 CUENTA-RECAUDO-REM  PIC 9(10).
                   10 FILLER              PIC X(24).
               05 DETALLE-REM REDEFINES DATOS-REM.
                   10 REFERENCIA-DET-REM  PIC X(24).
                   10 MONTO-DET-REM       PIC 9(09)V99.
                   10 FECHA-DET-REM       PIC 9(08).
                   10 HORA-DET-REM        PIC 9(06).
                   10 TERMINAL-DET-REM    PIC X(04).
                   10 SECUENCIA-DET-REM   PIC 9(06).
                   10 FILLER              PIC X(20).
               05 TOTALES-REM REDEFINES DATOS-REM.
                   10 CANTIDAD-TOT-REM    PIC 9(07).
                   10 MONTO-TOT-REM       PIC 9(13)V99.
                   10 FILLER              PIC X(57).
