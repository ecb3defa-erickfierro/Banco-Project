      ******************************************************************
      * Copybook: PASOSCAD.cpy                                         *
      * Purpose: Pasos de la cadena nocturna en el orden en que se     *
      *          corren, con el modulo que los ejecuta y los pasos     *
      *          previos que deben estar terminados para el mismo dia  *
      *          cerrado (un "1" en la posicion n exige el paso n).    *
      *          Compartida por CADENA-NOCTURNA y por cada programa de *
      *          la cadena, para que el orden se defina en un solo     *
      *          lugar. El extracto exige todo lo que journaliza en    *
      *          el dia antes de partir la bitacora; la carga del      *
      *          historico y la respuesta del host exigen el extracto. *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 PASOS-CADENA-INICIALES.
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "CIERRE-DIA".
                   10 FILLER PIC X(16) VALUE "CierreDia".
                   10 FILLER PIC X(09) VALUE "000000000".
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "CONCILIACION-DIARIA".
                   10 FILLER PIC X(16) VALUE "Conciliacion".
                   10 FILLER PIC X(09) VALUE "100000000".
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "MONITOREO-FRAUDE".
                   10 FILLER PIC X(16) VALUE "Monitoreo".
                   10 FILLER PIC X(09) VALUE "100000000".
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "DEPURA-DEPOSITOS".
                   10 FILLER PIC X(16) VALUE "Depuracion".
                   10 FILLER PIC X(09) VALUE "100000000".
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "EJECUTA-ORDENES".
                   10 FILLER PIC X(16) VALUE "EjecutaOrdenes".
                   10 FILLER PIC X(09) VALUE "100000000".
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "CORTE-MENSUAL".
                   10 FILLER PIC X(16) VALUE "CorteMensual".
                   10 FILLER PIC X(09) VALUE "100000000".
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "EXTRACTO-NOCTURNO".
                   10 FILLER PIC X(16) VALUE "Extracto".
                   10 FILLER PIC X(09) VALUE "111111000".
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "CARGA-HISTORICO".
                   10 FILLER PIC X(16) VALUE "CargaHistorico".
                   10 FILLER PIC X(09) VALUE "111111100".
               05 FILLER.
                   10 FILLER PIC X(20) VALUE "RESPUESTA-HOST".
                   10 FILLER PIC X(16) VALUE "Respuesta".
                   10 FILLER PIC X(09) VALUE "111111100".
           01 TABLA-PASOS-CADENA REDEFINES PASOS-CADENA-INICIALES.
               05 PASO-CAD OCCURS 9 TIMES.
                   10 PROGRAMA-PASO-CAD      PIC X(20).
                   10 MODULO-PASO-CAD        PIC X(16).
                   10 PREVIO-PASO-CAD        OCCURS 9 TIMES PIC X(01).
