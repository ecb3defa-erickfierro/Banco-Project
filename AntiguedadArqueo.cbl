      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Reporte semanal de antiguedad de las diferencias de   *
      *          arqueo. Recorre BD-DIFERENCIAS y lista cada sobrante  *
      *          o faltante abierto con sus dias de antiguedad al dia  *
      *          cerrado, acumulado por tramos, mas las diferencias    *
      *          que operaciones resolvio en la ultima semana contra   *
      *          reclamo o por castigo.                                *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD-DIFERENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BD-DIFERENCIAS
           ASSIGN TO "..\assets/diferencias-arqueo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-DIFERENCIA
           FILE STATUS IS ESTADO-ARCHIVO-DIFERENCIAS.

           SELECT ARCHIVO-ANTIGUEDAD
           ASSIGN TO DYNAMIC NOMBRE-ANTIGUEDAD
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-DIFERENCIAS.
               COPY DIFARQ.

           FD ARCHIVO-ANTIGUEDAD.
               01 LINEA-REPORTE-ANTIGUEDAD PIC X(90).

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-DIFERENCIAS PIC X(02).
       77 NOMBRE-ANTIGUEDAD PIC X(50).
       77 FLAG-FIN-DIFERENCIAS PIC 9 VALUE 0.
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 DIAS-SERIAL-HOY PIC 9(08) COMP.
       77 DIAS-SERIAL PIC 9(08) COMP.
       77 EDAD-DIFERENCIA PIC S9(08) COMP.
       77 DIAS-SEMANA PIC 9(02) VALUE 7.
       77 ANIO-ANTERIOR PIC 9(04) COMP.
       77 BISIESTOS-DE-4 PIC 9(08) COMP.
       77 BISIESTOS-DE-100 PIC 9(08) COMP.
       77 BISIESTOS-DE-400 PIC 9(08) COMP.
       77 RESIDUO-BISIESTO PIC 9(04).
       77 COCIENTE-BISIESTO PIC 9(04).
       77 IX-TRAMO PIC 9(02) COMP.
       77 TOTAL-LEIDAS PIC 9(07) COMP VALUE 0.
       77 TOTAL-ABIERTAS PIC 9(07) COMP VALUE 0.
       77 SOBRANTES-ABIERTOS PIC 9(05) COMP VALUE 0.
       77 FALTANTES-ABIERTOS PIC 9(05) COMP VALUE 0.
       77 SOBRANTE-ABIERTO PIC S9(11)V99 COMP-3 VALUE 0.
       77 FALTANTE-ABIERTO PIC S9(11)V99 COMP-3 VALUE 0.
       77 RESUELTAS-RECLAMO PIC 9(05) COMP VALUE 0.
       77 MONTO-RESUELTO-RECLAMO PIC S9(11)V99 COMP-3 VALUE 0.
       77 RESUELTAS-CASTIGO PIC 9(05) COMP VALUE 0.
       77 MONTO-RESUELTO-CASTIGO PIC S9(11)V99 COMP-3 VALUE 0.

       01 FECHA-CALCULO.
           05 ANIO-CALCULO PIC 9(04).
           05 MES-CALCULO PIC 9(02).
           05 DIA-CALCULO PIC 9(02).
       01 FECHA-CALCULO-NUM REDEFINES FECHA-CALCULO PIC 9(08).

       01 DIAS-ACUMULADOS-MES-INI.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 031.
           05 FILLER PIC 9(03) VALUE 059.
           05 FILLER PIC 9(03) VALUE 090.
           05 FILLER PIC 9(03) VALUE 120.
           05 FILLER PIC 9(03) VALUE 151.
           05 FILLER PIC 9(03) VALUE 181.
           05 FILLER PIC 9(03) VALUE 212.
           05 FILLER PIC 9(03) VALUE 243.
           05 FILLER PIC 9(03) VALUE 273.
           05 FILLER PIC 9(03) VALUE 304.
           05 FILLER PIC 9(03) VALUE 334.
       01 TABLA-DIAS-MES REDEFINES DIAS-ACUMULADOS-MES-INI.
           05 DIAS-ACUM-MES OCCURS 12 TIMES PIC 9(03).

       01 TABLA-ANTIGUEDAD.
           05 TRAMO-ANTIGUEDAD OCCURS 4 TIMES.
               10 CANTIDAD-TRAMO PIC 9(05) COMP.
               10 MONTO-TRAMO PIC S9(11)V99 COMP-3.

       01 NOMBRES-TRAMO-INI.
           05 FILLER PIC X(12) VALUE "0-7 dias    ".
           05 FILLER PIC X(12) VALUE "8-15 dias   ".
           05 FILLER PIC X(12) VALUE "16-30 dias  ".
           05 FILLER PIC X(12) VALUE "Mas de 30   ".
       01 TABLA-NOMBRES-TRAMO REDEFINES NOMBRES-TRAMO-INI.
           05 NOMBRE-TRAMO OCCURS 4 TIMES PIC X(12).

       01 LINEA-TITULO-ANTIGUEDAD.
           05 FILLER                 PIC X(40)
               VALUE "DIFERENCIAS DE ARQUEO ABIERTAS AL DIA ".
           05 FECHA-TITULO           PIC 9(08).

       01 LINEA-ENCABEZADO-ANTIGUEDAD.
           05 FILLER                 PIC X(06) VALUE "TERM".
           05 FILLER                 PIC X(09) VALUE "CASETE".
           05 FILLER                 PIC X(10) VALUE "FECHA".
           05 FILLER                 PIC X(06) VALUE "TIPO".
           05 FILLER                 PIC X(09) VALUE "BILLETES".
           05 FILLER                 PIC X(18) VALUE "           MONTO".
           05 FILLER                 PIC X(07) VALUE "DIAS".
           05 FILLER                 PIC X(09) VALUE "CUST/CONF".

       01 LINEA-DETALLE-ANTIGUEDAD.
           05 TERMINAL-DETALLE       PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DENOMINACION-DETALLE   PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FECHA-DETALLE          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TIPO-DETALLE           PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 BILLETES-DETALLE       PIC ZZZ,ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 MONTO-DETALLE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 DIAS-DETALLE           PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CUSTODIO-DETALLE       PIC X(03).
           05 FILLER                 PIC X(01) VALUE "/".
           05 CONFIRMA-DETALLE       PIC X(03).

       01 LINEA-TRAMO-ANTIGUEDAD.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 NOMBRE-TRAMO-LINEA     PIC X(12).
           05 CANTIDAD-TRAMO-LINEA   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE " por ".
           05 MONTO-TRAMO-LINEA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TEXTO-ANTIGUEDAD.
           05 TEXTO-LINEA            PIC X(40).
           05 CANTIDAD-TEXTO-LINEA   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE " por ".
           05 MONTO-TEXTO-LINEA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*     ANTIGUEDAD DE DIFERENCIAS DE ARQUEO         *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           DISPLAY "Dia cerrado: " FECHA-CERRADA
           PERFORM 1010-LIMPIAR-TRAMO
               VARYING IX-TRAMO FROM 1 BY 1 UNTIL IX-TRAMO > 4
           MOVE FECHA-CERRADA TO FECHA-CALCULO-NUM
           PERFORM 9100-CALCULAR-DIA-SERIAL
           MOVE DIAS-SERIAL TO DIAS-SERIAL-HOY
           MOVE SPACES TO NOMBRE-ANTIGUEDAD
           STRING "..\assets/antiguedad-arqueo-" DELIMITED BY SIZE
                  FECHA-CERRADA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-ANTIGUEDAD
           OPEN INPUT BD-DIFERENCIAS
           OPEN OUTPUT ARCHIVO-ANTIGUEDAD
           MOVE FECHA-CERRADA TO FECHA-TITULO
           WRITE LINEA-REPORTE-ANTIGUEDAD
               FROM LINEA-TITULO-ANTIGUEDAD
           WRITE LINEA-REPORTE-ANTIGUEDAD
               FROM LINEA-ENCABEZADO-ANTIGUEDAD
           .

       1010-LIMPIAR-TRAMO.
           MOVE 0 TO CANTIDAD-TRAMO(IX-TRAMO)
           MOVE 0 TO MONTO-TRAMO(IX-TRAMO)
           .

       2000-PROCESO-PROGRAMA.
           MOVE LOW-VALUES TO CLAVE-DIFERENCIA
           START BD-DIFERENCIAS KEY IS NOT LESS THAN CLAVE-DIFERENCIA
               INVALID KEY MOVE 1 TO FLAG-FIN-DIFERENCIAS
           END-START
           PERFORM 2100-PROCESAR-UNA-DIFERENCIA
               UNTIL FLAG-FIN-DIFERENCIAS = 1
           PERFORM 2500-IMPRIMIR-RESUMEN
           .

       2100-PROCESAR-UNA-DIFERENCIA.
           READ BD-DIFERENCIAS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-DIFERENCIAS
           END-READ
           IF FLAG-FIN-DIFERENCIAS = 0
               AND ESTADO-ARCHIVO-DIFERENCIAS NOT = "00"
               DISPLAY "*** Lectura de diferencias termina con "
                   "estado " ESTADO-ARCHIVO-DIFERENCIAS " ***"
               MOVE 1 TO FLAG-FIN-DIFERENCIAS
           END-IF
           IF FLAG-FIN-DIFERENCIAS = 0
               ADD 1 TO TOTAL-LEIDAS
               IF DIFERENCIA-ABIERTA
                   MOVE FECHA-DIF TO FECHA-CALCULO-NUM
                   PERFORM 2110-CALCULAR-EDAD
                   PERFORM 2200-LISTAR-ABIERTA
               ELSE
                   MOVE FECHA-RESOLUCION-DIF TO FECHA-CALCULO-NUM
                   PERFORM 2110-CALCULAR-EDAD
                   IF EDAD-DIFERENCIA < DIAS-SEMANA
                       PERFORM 2300-ACUMULAR-RESUELTA
                   END-IF
               END-IF
           END-IF
           .

       2110-CALCULAR-EDAD.
           IF FECHA-CALCULO-NUM = 0
               MOVE 99999 TO EDAD-DIFERENCIA
           ELSE
               PERFORM 9100-CALCULAR-DIA-SERIAL
               COMPUTE EDAD-DIFERENCIA = DIAS-SERIAL-HOY - DIAS-SERIAL
           END-IF
           .

       2200-LISTAR-ABIERTA.
           ADD 1 TO TOTAL-ABIERTAS
           IF DIFERENCIA-SOBRANTE
               ADD 1 TO SOBRANTES-ABIERTOS
               ADD MONTO-DIF TO SOBRANTE-ABIERTO
               MOVE "SOBR" TO TIPO-DETALLE
           ELSE
               ADD 1 TO FALTANTES-ABIERTOS
               ADD MONTO-DIF TO FALTANTE-ABIERTO
               MOVE "FALT" TO TIPO-DETALLE
           END-IF
           IF EDAD-DIFERENCIA <= 7
               MOVE 1 TO IX-TRAMO
           ELSE
               IF EDAD-DIFERENCIA <= 15
                   MOVE 2 TO IX-TRAMO
               ELSE
                   IF EDAD-DIFERENCIA <= 30
                       MOVE 3 TO IX-TRAMO
                   ELSE
                       MOVE 4 TO IX-TRAMO
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CANTIDAD-TRAMO(IX-TRAMO)
           ADD MONTO-DIF TO MONTO-TRAMO(IX-TRAMO)
           MOVE TERMINAL-DIF TO TERMINAL-DETALLE
           MOVE DENOMINACION-DIF TO DENOMINACION-DETALLE
           MOVE FECHA-DIF TO FECHA-DETALLE
           MOVE BILLETES-DIF TO BILLETES-DETALLE
           MOVE MONTO-DIF TO MONTO-DETALLE
           MOVE EDAD-DIFERENCIA TO DIAS-DETALLE
           MOVE CUSTODIO-DIF TO CUSTODIO-DETALLE
           MOVE CONFIRMA-DIF TO CONFIRMA-DETALLE
           WRITE LINEA-REPORTE-ANTIGUEDAD
               FROM LINEA-DETALLE-ANTIGUEDAD
           .

       2300-ACUMULAR-RESUELTA.
           IF DIFERENCIA-RECLAMO
               ADD 1 TO RESUELTAS-RECLAMO
               ADD MONTO-DIF TO MONTO-RESUELTO-RECLAMO
           ELSE
               ADD 1 TO RESUELTAS-CASTIGO
               ADD MONTO-DIF TO MONTO-RESUELTO-CASTIGO
           END-IF
           .

       2500-IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE-ANTIGUEDAD
           WRITE LINEA-REPORTE-ANTIGUEDAD
           MOVE "ANTIGUEDAD DE LAS DIFERENCIAS ABIERTAS"
               TO LINEA-REPORTE-ANTIGUEDAD
           WRITE LINEA-REPORTE-ANTIGUEDAD
           DISPLAY "---------------------------------------------------"
           DISPLAY "ANTIGUEDAD DE LAS DIFERENCIAS ABIERTAS"
           DISPLAY "---------------------------------------------------"
           PERFORM 2510-IMPRIMIR-UN-TRAMO
               VARYING IX-TRAMO FROM 1 BY 1 UNTIL IX-TRAMO > 4
           MOVE SPACES TO LINEA-REPORTE-ANTIGUEDAD
           WRITE LINEA-REPORTE-ANTIGUEDAD
           MOVE "Sobrantes abiertos" TO TEXTO-LINEA
           MOVE SOBRANTES-ABIERTOS TO CANTIDAD-TEXTO-LINEA
           MOVE SOBRANTE-ABIERTO TO MONTO-TEXTO-LINEA
           PERFORM 2520-ESCRIBIR-TEXTO
           MOVE "Faltantes abiertos" TO TEXTO-LINEA
           MOVE FALTANTES-ABIERTOS TO CANTIDAD-TEXTO-LINEA
           MOVE FALTANTE-ABIERTO TO MONTO-TEXTO-LINEA
           PERFORM 2520-ESCRIBIR-TEXTO
           MOVE "Resueltas en la semana contra reclamo"
               TO TEXTO-LINEA
           MOVE RESUELTAS-RECLAMO TO CANTIDAD-TEXTO-LINEA
           MOVE MONTO-RESUELTO-RECLAMO TO MONTO-TEXTO-LINEA
           PERFORM 2520-ESCRIBIR-TEXTO
           MOVE "Resueltas en la semana por castigo"
               TO TEXTO-LINEA
           MOVE RESUELTAS-CASTIGO TO CANTIDAD-TEXTO-LINEA
           MOVE MONTO-RESUELTO-CASTIGO TO MONTO-TEXTO-LINEA
           PERFORM 2520-ESCRIBIR-TEXTO
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Diferencias leidas:  " TOTAL-LEIDAS
           DISPLAY "   Abiertas:            " TOTAL-ABIERTAS
           DISPLAY "Reporte en " NOMBRE-ANTIGUEDAD
           .

       2510-IMPRIMIR-UN-TRAMO.
           MOVE NOMBRE-TRAMO(IX-TRAMO) TO NOMBRE-TRAMO-LINEA
           MOVE CANTIDAD-TRAMO(IX-TRAMO) TO CANTIDAD-TRAMO-LINEA
           MOVE MONTO-TRAMO(IX-TRAMO) TO MONTO-TRAMO-LINEA
           WRITE LINEA-REPORTE-ANTIGUEDAD
               FROM LINEA-TRAMO-ANTIGUEDAD
           DISPLAY LINEA-TRAMO-ANTIGUEDAD
           .

       2520-ESCRIBIR-TEXTO.
           WRITE LINEA-REPORTE-ANTIGUEDAD
               FROM LINEA-TEXTO-ANTIGUEDAD
           DISPLAY "   " LINEA-TEXTO-ANTIGUEDAD
           .

      ******************************************************************
      * Convierte FECHA-CALCULO (AAAAMMDD) en un numero de dia serial  *
      * para poder restar fechas en dias. Cuenta los bisiestos hasta   *
      * el anio anterior y suma el 29 de febrero del anio en curso     *
      * solo cuando la fecha ya lo paso.                               *
      ******************************************************************
       9100-CALCULAR-DIA-SERIAL.
           COMPUTE ANIO-ANTERIOR = ANIO-CALCULO - 1
           DIVIDE ANIO-ANTERIOR BY 4 GIVING BISIESTOS-DE-4
           DIVIDE ANIO-ANTERIOR BY 100 GIVING BISIESTOS-DE-100
           DIVIDE ANIO-ANTERIOR BY 400 GIVING BISIESTOS-DE-400
           COMPUTE DIAS-SERIAL = ANIO-CALCULO * 365
               + BISIESTOS-DE-4 - BISIESTOS-DE-100 + BISIESTOS-DE-400
               + DIAS-ACUM-MES(MES-CALCULO)
               + DIA-CALCULO
           IF MES-CALCULO > 2
               DIVIDE ANIO-CALCULO BY 4 GIVING COCIENTE-BISIESTO
                   REMAINDER RESIDUO-BISIESTO
               IF RESIDUO-BISIESTO = 0
                   DIVIDE ANIO-CALCULO BY 100 GIVING COCIENTE-BISIESTO
                       REMAINDER RESIDUO-BISIESTO
                   IF RESIDUO-BISIESTO NOT = 0
                       ADD 1 TO DIAS-SERIAL
                   ELSE
                       DIVIDE ANIO-CALCULO BY 400
                           GIVING COCIENTE-BISIESTO
                           REMAINDER RESIDUO-BISIESTO
                       IF RESIDUO-BISIESTO = 0
                           ADD 1 TO DIAS-SERIAL
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * El reporte se emite despues del cierre sobre el dia de negocio *
      * cerrado (fecha-cerrada.txt); sin el archivo de control rige la *
      * fecha del sistema.                                             *
      ******************************************************************
       9400-OBTENER-FECHA-CERRADA.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-CERRADA
           MOVE 0 TO FLAG-FIN-FECHA-CER
           OPEN INPUT ARCHIVO-FECHA-CERRADA
           READ ARCHIVO-FECHA-CERRADA NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-FECHA-CER
           END-READ
           IF FLAG-FIN-FECHA-CER = 0
               AND REGISTRO-FECHA-CERRADA > 0
               MOVE REGISTRO-FECHA-CERRADA TO FECHA-CERRADA
           END-IF
           CLOSE ARCHIVO-FECHA-CERRADA
           .

       3000-FINAL-PROGRAMA.
           CLOSE BD-DIFERENCIAS
           CLOSE ARCHIVO-ANTIGUEDAD
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM ANTIGUEDAD-DIFERENCIAS.
