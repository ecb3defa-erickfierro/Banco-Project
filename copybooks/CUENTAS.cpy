      *                     para que el corte mensual no se aplique    *
      *                     dos veces en el mismo mes                  *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Nuevo estado I (inactiva) para las cuentas *
      *                     sin movimientos del cliente por mas meses  *
      *                     de los que fija su producto; solo el       *
      *                     supervisor la reactiva                     *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-CUENTA.
               05 NUMERO-CUENTA           PIC 9(10).
                   88 CUENTA-ACTIVA           VALUE "A".
                   88 CUENTA-BLOQUEADA        VALUE "B".
                   88 CUENTA-CERRADA          VALUE "C".
                   88 CUENTA-INACTIVA         VALUE "I".
               05 INTENTOS-FALLIDOS-CUENTA PIC 9(01).
               05 LIMITE-RETIRO-DIARIO    PIC S9(09)V99 COMP-3.
               05 RETIRADO-HOY-CUENTA     PIC S9(09)V99 COMP-3.
