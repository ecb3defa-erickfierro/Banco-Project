      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Reglas de la cuenta inactiva por producto: *
      *                     meses sin movimientos del cliente para     *
      *                     pasarla a inactiva, si sigue ganando       *
      *                     interes (S/N) y la cuota de manejo que     *
      *                     paga mientras este inactiva (cero =        *
      *                     exenta). Registros del formato anterior    *
      *                     quedan con espacios: 12 meses, sin interes *
      *                     y sin cuota                                *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-PRODUCTO.
               05 TIPO-PRODUCTO          PIC X(01).
               05 TASA-INTERES-MENSUAL   PIC 9(02)V9(04).
               05 CUOTA-MANEJO-MENSUAL   PIC 9(07)V99.
               05 DESCRIPCION-PRODUCTO   PIC X(20).
               05 MESES-INACTIVIDAD      PIC 9(02).
               05 INTERES-INACTIVA       PIC X(01).
               05 CUOTA-MANEJO-INACTIVA  PIC 9(07)V99.
