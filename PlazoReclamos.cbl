      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Reporte diario de plazos de los reclamos de clientes. *
      *          Recorre BD-RECLAMOS en orden de numero (del mas       *
      *          antiguo al mas nuevo) y lista los reclamos abiertos,  *
      *          en revision y los aprobados aun sin abono, con sus    *
      *          dias desde la apertura al dia cerrado, los dias que   *
      *          le quedan del plazo de respuesta y la marca de        *
      *          VENCIDO o POR VENCER, acumulado por tramos de         *
      *          antiguedad.                                           *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los montos vencido, por vencer y por tramo *
      *                     toman el mismo monto del detalle: el       *
      *                     aprobado en un reclamo aprobado y el       *
      *                     reclamado en los demas                     *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAZOS-RECLAMOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BD-RECLAMOS
           ASSIGN TO "..\assets/reclamos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-RECLAMO
           ALTERNATE RECORD KEY IS NUMERO-CUENTA-REC WITH DUPLICATES
           FILE STATUS IS ESTADO-ARCHIVO-RECLAMOS.

           SELECT ARCHIVO-PLAZOS
           ASSIGN TO DYNAMIC NOMBRE-PLAZOS
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-CERRADA
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-RECLAMOS.
               COPY RECLAMO.

           FD ARCHIVO-PLAZOS.
               01 LINEA-REPORTE-PLAZOS PIC X(100).

           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-RECLAMOS PIC X(02).
       77 NOMBRE-PLAZOS PIC X(50).
       77 FLAG-FIN-RECLAMOS PIC 9 VALUE 0.
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 DIAS-SERIAL-HOY PIC 9(08) COMP.
       77 DIAS-SERIAL PIC 9(08) COMP.
       77 EDAD-RECLAMO PIC S9(08) COMP.
       77 DIAS-RESTANTES PIC S9(08) COMP.
       77 PLAZO-RESPUESTA PIC 9(02) VALUE 15.
       77 DIAS-AVISO PIC 9(02) VALUE 3.
       77 ANIO-ANTERIOR PIC 9(04) COMP.
       77 BISIESTOS-DE-4 PIC 9(08) COMP.
       77 BISIESTOS-DE-100 PIC 9(08) COMP.
       77 BISIESTOS-DE-400 PIC 9(08) COMP.
       77 RESIDUO-BISIESTO PIC 9(04).
       77 COCIENTE-BISIESTO PIC 9(04).
       77 IX-TRAMO PIC 9(02) COMP.
       77 TOTAL-LEIDOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-LISTADOS PIC 9(07) COMP VALUE 0.
       77 TOTAL-PENDIENTES PIC 9(05) COMP VALUE 0.
       77 MONTO-PENDIENTE PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-POR-ABONAR PIC 9(05) COMP VALUE 0.
       77 MONTO-POR-ABONAR PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-VENCIDOS PIC 9(05) COMP VALUE 0.
       77 MONTO-VENCIDO PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-POR-VENCER PIC 9(05) COMP VALUE 0.
       77 MONTO-POR-VENCER PIC S9(11)V99 COMP-3 VALUE 0.
       77 MONTO-LISTADO PIC S9(11)V99 COMP-3 VALUE 0.

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
           05 FILLER PIC X(12) VALUE "0-5 dias    ".
           05 FILLER PIC X(12) VALUE "6-10 dias   ".
           05 FILLER PIC X(12) VALUE "11-15 dias  ".
           05 FILLER PIC X(12) VALUE "Mas de 15   ".
       01 TABLA-NOMBRES-TRAMO REDEFINES NOMBRES-TRAMO-INI.
           05 NOMBRE-TRAMO OCCURS 4 TIMES PIC X(12).

       01 LINEA-TITULO-PLAZOS.
           05 FILLER                 PIC X(40)
               VALUE "RECLAMOS DE CLIENTES SIN CERRAR AL DIA ".
           05 FECHA-TITULO           PIC 9(08).
           05 FILLER                 PIC X(18)
               VALUE " - PLAZO EN DIAS: ".
           05 PLAZO-TITULO           PIC Z9.

       01 LINEA-ENCABEZADO-PLAZOS.
           05 FILLER                 PIC X(12) VALUE "RECLAMO".
           05 FILLER                 PIC X(12) VALUE "CUENTA".
           05 FILLER                 PIC X(10) VALUE "APERTURA".
           05 FILLER                 PIC X(07) VALUE "TIPO".
           05 FILLER                 PIC X(18) VALUE "           MONTO".
           05 FILLER                 PIC X(07) VALUE "DIAS".
           05 FILLER                 PIC X(08) VALUE "RESTAN".
           05 FILLER                 PIC X(12) VALUE "ALERTA".
           05 FILLER                 PIC X(08) VALUE "ASIGNADO".

       01 LINEA-DETALLE-PLAZOS.
           05 NUMERO-DETALLE         PIC 9(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 CUENTA-DETALLE         PIC 9(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FECHA-DETALLE          PIC 9(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 TIPO-DETALLE           PIC X(01).
           05 FILLER                 PIC X(01) VALUE "/".
           05 ESTADO-DETALLE         PIC X(01).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 MONTO-DETALLE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 DIAS-DETALLE           PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RESTAN-DETALLE         PIC -ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ALERTA-DETALLE         PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 ASIGNADO-DETALLE       PIC X(08).

       01 LINEA-TRAMO-PLAZOS.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 NOMBRE-TRAMO-LINEA     PIC X(12).
           05 CANTIDAD-TRAMO-LINEA   PIC ZZ,ZZ9.
           05 FILLER                 PIC X(05) VALUE " por ".
           05 MONTO-TRAMO-LINEA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 LINEA-TEXTO-PLAZOS.
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
           DISPLAY "*       PLAZOS DE RECLAMOS DE CLIENTES            *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           DISPLAY "Dia cerrado: " FECHA-CERRADA
           PERFORM 1010-LIMPIAR-TRAMO
               VARYING IX-TRAMO FROM 1 BY 1 UNTIL IX-TRAMO > 4
           MOVE FECHA-CERRADA TO FECHA-CALCULO-NUM
           PERFORM 9100-CALCULAR-DIA-SERIAL
           MOVE DIAS-SERIAL TO DIAS-SERIAL-HOY
           MOVE SPACES TO NOMBRE-PLAZOS
           STRING "..\assets/reclamos-plazos-" DELIMITED BY SIZE
                  FECHA-CERRADA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-PLAZOS
           OPEN INPUT BD-RECLAMOS
           OPEN OUTPUT ARCHIVO-PLAZOS
           MOVE FECHA-CERRADA TO FECHA-TITULO
           MOVE PLAZO-RESPUESTA TO PLAZO-TITULO
           WRITE LINEA-REPORTE-PLAZOS FROM LINEA-TITULO-PLAZOS
           WRITE LINEA-REPORTE-PLAZOS FROM LINEA-ENCABEZADO-PLAZOS
           .

       1010-LIMPIAR-TRAMO.
           MOVE 0 TO CANTIDAD-TRAMO(IX-TRAMO)
           MOVE 0 TO MONTO-TRAMO(IX-TRAMO)
           .

       2000-PROCESO-PROGRAMA.
           MOVE 0 TO NUMERO-RECLAMO
           START BD-RECLAMOS KEY IS NOT LESS THAN NUMERO-RECLAMO
               INVALID KEY MOVE 1 TO FLAG-FIN-RECLAMOS
           END-START
           PERFORM 2100-PROCESAR-UN-RECLAMO
               UNTIL FLAG-FIN-RECLAMOS = 1
           PERFORM 2500-IMPRIMIR-RESUMEN
           .

      ******************************************************************
      * El plazo corre desde la apertura mientras el reclamo no tenga  *
      * respuesta final: abierto, en revision o aprobado sin abonar.   *
      ******************************************************************
       2100-PROCESAR-UN-RECLAMO.
           READ BD-RECLAMOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-RECLAMOS
           END-READ
           IF FLAG-FIN-RECLAMOS = 0
               AND ESTADO-ARCHIVO-RECLAMOS NOT = "00"
               DISPLAY "*** Lectura de reclamos termina con "
                   "estado " ESTADO-ARCHIVO-RECLAMOS " ***"
               MOVE 1 TO FLAG-FIN-RECLAMOS
           END-IF
           IF FLAG-FIN-RECLAMOS = 0
               ADD 1 TO TOTAL-LEIDOS
               IF RECLAMO-PENDIENTE
                   OR (RECLAMO-APROBADO AND FECHA-ABONO-REC = 0)
                   PERFORM 2110-CALCULAR-EDAD
                   PERFORM 2200-LISTAR-RECLAMO
               END-IF
           END-IF
           .

       2110-CALCULAR-EDAD.
           MOVE FECHA-APERTURA-REC TO FECHA-CALCULO-NUM
           IF FECHA-CALCULO-NUM = 0
               MOVE 99999 TO EDAD-RECLAMO
           ELSE
               PERFORM 9100-CALCULAR-DIA-SERIAL
               COMPUTE EDAD-RECLAMO = DIAS-SERIAL-HOY - DIAS-SERIAL
           END-IF
           COMPUTE DIAS-RESTANTES = PLAZO-RESPUESTA - EDAD-RECLAMO
           .

       2200-LISTAR-RECLAMO.
           ADD 1 TO TOTAL-LISTADOS
           IF RECLAMO-APROBADO
               MOVE MONTO-APROBADO-REC TO MONTO-LISTADO
               ADD 1 TO TOTAL-POR-ABONAR
               ADD MONTO-LISTADO TO MONTO-POR-ABONAR
           ELSE
               MOVE MONTO-RECLAMADO TO MONTO-LISTADO
               ADD 1 TO TOTAL-PENDIENTES
               ADD MONTO-LISTADO TO MONTO-PENDIENTE
           END-IF
           MOVE MONTO-LISTADO TO MONTO-DETALLE
           IF DIAS-RESTANTES < 0
               MOVE "VENCIDO" TO ALERTA-DETALLE
               ADD 1 TO TOTAL-VENCIDOS
               ADD MONTO-LISTADO TO MONTO-VENCIDO
           ELSE
               IF DIAS-RESTANTES <= DIAS-AVISO
                   MOVE "POR VENCER" TO ALERTA-DETALLE
                   ADD 1 TO TOTAL-POR-VENCER
                   ADD MONTO-LISTADO TO MONTO-POR-VENCER
               ELSE
                   MOVE SPACES TO ALERTA-DETALLE
               END-IF
           END-IF
           IF EDAD-RECLAMO <= 5
               MOVE 1 TO IX-TRAMO
           ELSE
               IF EDAD-RECLAMO <= 10
                   MOVE 2 TO IX-TRAMO
               ELSE
                   IF EDAD-RECLAMO <= 15
                       MOVE 3 TO IX-TRAMO
                   ELSE
                       MOVE 4 TO IX-TRAMO
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CANTIDAD-TRAMO(IX-TRAMO)
           ADD MONTO-LISTADO TO MONTO-TRAMO(IX-TRAMO)
           MOVE NUMERO-RECLAMO TO NUMERO-DETALLE
           MOVE NUMERO-CUENTA-REC TO CUENTA-DETALLE
           MOVE FECHA-APERTURA-REC TO FECHA-DETALLE
           MOVE TIPO-RECLAMO TO TIPO-DETALLE
           MOVE ESTADO-RECLAMO TO ESTADO-DETALLE
           MOVE EDAD-RECLAMO TO DIAS-DETALLE
           MOVE DIAS-RESTANTES TO RESTAN-DETALLE
           MOVE ASIGNADO-REC TO ASIGNADO-DETALLE
           WRITE LINEA-REPORTE-PLAZOS FROM LINEA-DETALLE-PLAZOS
           .

       2500-IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE-PLAZOS
           WRITE LINEA-REPORTE-PLAZOS
           MOVE "ANTIGUEDAD DE LOS RECLAMOS SIN CERRAR"
               TO LINEA-REPORTE-PLAZOS
           WRITE LINEA-REPORTE-PLAZOS
           DISPLAY "---------------------------------------------------"
           DISPLAY "ANTIGUEDAD DE LOS RECLAMOS SIN CERRAR"
           DISPLAY "---------------------------------------------------"
           PERFORM 2510-IMPRIMIR-UN-TRAMO
               VARYING IX-TRAMO FROM 1 BY 1 UNTIL IX-TRAMO > 4
           MOVE SPACES TO LINEA-REPORTE-PLAZOS
           WRITE LINEA-REPORTE-PLAZOS
           MOVE "Abiertos o en revision" TO TEXTO-LINEA
           MOVE TOTAL-PENDIENTES TO CANTIDAD-TEXTO-LINEA
           MOVE MONTO-PENDIENTE TO MONTO-TEXTO-LINEA
           PERFORM 2520-ESCRIBIR-TEXTO
           MOVE "Aprobados pendientes de abono" TO TEXTO-LINEA
           MOVE TOTAL-POR-ABONAR TO CANTIDAD-TEXTO-LINEA
           MOVE MONTO-POR-ABONAR TO MONTO-TEXTO-LINEA
           PERFORM 2520-ESCRIBIR-TEXTO
           MOVE "Vencidos" TO TEXTO-LINEA
           MOVE TOTAL-VENCIDOS TO CANTIDAD-TEXTO-LINEA
           MOVE MONTO-VENCIDO TO MONTO-TEXTO-LINEA
           PERFORM 2520-ESCRIBIR-TEXTO
           MOVE "Por vencer" TO TEXTO-LINEA
           MOVE TOTAL-POR-VENCER TO CANTIDAD-TEXTO-LINEA
           MOVE MONTO-POR-VENCER TO MONTO-TEXTO-LINEA
           PERFORM 2520-ESCRIBIR-TEXTO
           DISPLAY "---------------------------------------------------"
           DISPLAY "   Reclamos leidos:     " TOTAL-LEIDOS
           DISPLAY "   Sin cerrar:          " TOTAL-LISTADOS
           DISPLAY "Reporte en " NOMBRE-PLAZOS
           .

       2510-IMPRIMIR-UN-TRAMO.
           MOVE NOMBRE-TRAMO(IX-TRAMO) TO NOMBRE-TRAMO-LINEA
           MOVE CANTIDAD-TRAMO(IX-TRAMO) TO CANTIDAD-TRAMO-LINEA
           MOVE MONTO-TRAMO(IX-TRAMO) TO MONTO-TRAMO-LINEA
           WRITE LINEA-REPORTE-PLAZOS FROM LINEA-TRAMO-PLAZOS
           DISPLAY LINEA-TRAMO-PLAZOS
           .

       2520-ESCRIBIR-TEXTO.
           WRITE LINEA-REPORTE-PLAZOS FROM LINEA-TEXTO-PLAZOS
           DISPLAY "   " LINEA-TEXTO-PLAZOS
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
           CLOSE BD-RECLAMOS
           CLOSE ARCHIVO-PLAZOS
           DISPLAY "***************************************************"
           STOP RUN
           .

       END PROGRAM PLAZOS-RECLAMOS.
