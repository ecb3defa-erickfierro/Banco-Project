      *                     Sin el archivo de control rige la fecha    *
      *                     del sistema                                *
      *              FECHA: 02/09/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Paso de la cadena nocturna: solo corre     *
      *                     con el cierre del dia terminado en         *
      *                     BD-CONTROL-CADENA, antes del extracto, y   *
      *                     anota alli su inicio, su fin y los conteos *
      *                     de la corrida. Sin tarifario de productos  *
      *                     el paso queda como fallido                 *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Las cuentas inactivas siguen las reglas de *
      *                     su producto: el interes solo se abona si el*
      *                     producto lo permite para inactivas y la    *
      *                     cuota de manejo es la de cuenta inactiva   *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El corte solo se aplica cuando el dia      *
      *                     cerrado es el ultimo de su mes (febrero    *
      *                     segun el anio bisiesto); los demas dias el *
      *                     paso de la cadena termina sin corte y con  *
      *                     conteos en cero                            *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Los parrafos del control de la cadena      *
      *                     nocturna (9300 a 9340) se toman del        *
      *                     copybook CTLPASO, comun a todos los pasos  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
           ASSIGN TO "..\assets/fecha-cerrada.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BD-CONTROL-CADENA
           ASSIGN TO "..\assets/control-cadena.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-CONTROL-CADENA
           FILE STATUS IS ESTADO-ARCHIVO-CONTROL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-CUENTAS.
           FD ARCHIVO-FECHA-CERRADA.
               01 REGISTRO-FECHA-CERRADA PIC 9(08).

           FD BD-CONTROL-CADENA.
               COPY CTLCADEN.

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-CUENTAS PIC X(02).
       77 FLAG-FIN-CUENTAS PIC 9 VALUE 0.
       77 FECHA-CERRADA PIC 9(08).
       77 FLAG-FIN-FECHA-CER PIC 9 VALUE 0.
       77 MES-CORTE PIC 9(06).
       77 ULTIMO-DIA-MES PIC 9(02).
       77 COCIENTE-BISIESTO PIC 9(04).
       77 RESIDUO-BISIESTO PIC 9(04).
       77 INTERES-CALCULADO PIC 9(07)V99.
       77 CUOTA-A-COBRAR PIC 9(07)V99.
       77 TOTAL-CUENTAS-CORTADAS PIC 9(05) COMP VALUE 0.
       77 TOTAL-INTERESES-ABONADOS PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-CUOTAS-COBRADAS PIC S9(11)V99 COMP-3 VALUE 0.
       77 TOTAL-CUOTAS-SIN-SALDO PIC 9(05) COMP VALUE 0.
       77 ESTADO-ARCHIVO-CONTROL PIC X(02).
       77 PASO-CADENA PIC 9(02) VALUE 06.
       77 FECHA-CADENA PIC 9(08).
       77 FLAG-CADENA-PERMITIDA PIC 9 VALUE 1.
       77 IX-PASO PIC 9(02) COMP.
       77 RETORNO-PASO PIC 9(02) VALUE 0.
       77 LEIDOS-PASO PIC 9(07) VALUE 0.
       77 ESCRITOS-PASO PIC 9(07) VALUE 0.
       77 FECHA-CONTROL PIC 9(08).
       77 HORA-CONTROL PIC 9(08).
       77 FECHA-HORA-CONTROL PIC X(14).

       COPY PASOSCAD.

       01 FECHA-TRABAJO.
           05 ANIO-TRABAJO PIC 9(04).
           05 MES-TRABAJO PIC 9(02).
           05 DIA-TRABAJO PIC 9(02).
       01 FECHA-TRABAJO-NUM REDEFINES FECHA-TRABAJO PIC 9(08).

       01 TABLA-PRODUCTOS.
           05 PRODUCTO-TAB OCCURS 5 TIMES.
               10 TIPO-PRODUCTO-TAB      PIC X(01).
               10 TASA-PRODUCTO-TAB      PIC 9(02)V9(04).
               10 CUOTA-PRODUCTO-TAB     PIC 9(07)V99.
               10 INTERES-INACTIVA-TAB   PIC X(01).
               10 CUOTA-INACTIVA-TAB     PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "*       CORTE MENSUAL DE CUENTAS                  *"
           DISPLAY "***************************************************"
           PERFORM 9400-OBTENER-FECHA-CERRADA
           MOVE FECHA-CERRADA TO FECHA-CADENA
           PERFORM 9300-VERIFICAR-CADENA
           MOVE FECHA-CERRADA(1:6) TO MES-CORTE
           MOVE FECHA-CERRADA TO FECHA-TRABAJO-NUM
           PERFORM 9710-ULTIMO-DIA-MES
           IF DIA-TRABAJO NOT = ULTIMO-DIA-MES
               DISPLAY "Dia cerrado " FECHA-CERRADA " no es fin de "
                   "mes; no hay corte"
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           PERFORM 1100-CARGAR-PRODUCTOS
           IF TOTAL-PRODUCTOS = 0
               DISPLAY "*** No hay tarifario de productos; el corte "
                   "no puede ejecutarse ***"
               MOVE 12 TO RETORNO-PASO
               PERFORM 3000-FINAL-PROGRAMA
           END-IF
           OPEN I-O BD-CUENTAS
                       TO TASA-PRODUCTO-TAB(TOTAL-PRODUCTOS)
                   MOVE CUOTA-MANEJO-MENSUAL
                       TO CUOTA-PRODUCTO-TAB(TOTAL-PRODUCTOS)
                   PERFORM 1120-CARGAR-REGLAS-INACTIVA
               END-IF
           END-IF
           .

      ******************************************************************
      * Un producto del formato anterior no trae reglas de cuenta      *
      * inactiva: la inactiva no gana interes ni paga cuota.           *
      ******************************************************************
       1120-CARGAR-REGLAS-INACTIVA.
           IF INTERES-INACTIVA = "S"
               MOVE "S" TO INTERES-INACTIVA-TAB(TOTAL-PRODUCTOS)
           ELSE
               MOVE "N" TO INTERES-INACTIVA-TAB(TOTAL-PRODUCTOS)
           END-IF
           IF CUOTA-MANEJO-INACTIVA NUMERIC
               MOVE CUOTA-MANEJO-INACTIVA
                   TO CUOTA-INACTIVA-TAB(TOTAL-PRODUCTOS)
           ELSE
               MOVE 0 TO CUOTA-INACTIVA-TAB(TOTAL-PRODUCTOS)
           END-IF
           .

       2000-PROCESO-PROGRAMA.
           MOVE 0 TO FLAG-FIN-CUENTAS
           MOVE ZEROS TO NUMERO-CUENTA
               AT END MOVE 1 TO FLAG-FIN-CUENTAS
           END-READ
           IF FLAG-FIN-CUENTAS = 0
               ADD 1 TO LEIDOS-PASO
               IF CUENTA-CERRADA
                   ADD 1 TO TOTAL-CUENTAS-OMITIDAS
               ELSE
       2220-ABONAR-INTERES.
           MOVE 0 TO INTERES-CALCULADO
           IF SALDO-CUENTA > 0
               AND (NOT CUENTA-INACTIVA
                    OR INTERES-INACTIVA-TAB(IX-PROD-HALLADO) = "S")
               COMPUTE INTERES-CALCULADO ROUNDED =
                   SALDO-CUENTA
                   * TASA-PRODUCTO-TAB(IX-PROD-HALLADO) / 100
      * bitacora con resultado 01 para el seguimiento de la oficina.   *
      ******************************************************************
       2230-COBRAR-CUOTA.
           IF CUENTA-INACTIVA
               MOVE CUOTA-INACTIVA-TAB(IX-PROD-HALLADO)
                   TO CUOTA-A-COBRAR
           ELSE
               MOVE CUOTA-PRODUCTO-TAB(IX-PROD-HALLADO)
                   TO CUOTA-A-COBRAR
           END-IF
           IF CUOTA-A-COBRAR > 0
               MOVE 13 TO ID-OPCION-LOG
               MOVE CUOTA-A-COBRAR TO MONTO-LOG
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DENOM)
           .

       COPY CTLPASO.

      ******************************************************************
      * La cadena nocturna procesa el dia de negocio cerrado por el    *
      * operador (fecha-cerrada.txt); sin el archivo de control rige   *
           CLOSE ARCHIVO-FECHA-CERRADA
           .

      ******************************************************************
      * El paso corre todas las noches en la cadena, pero el corte     *
      * solo se aplica cuando el dia cerrado es el ultimo de su mes;   *
      * los demas dias el paso termina sin cortar ni contar cuentas.   *
      ******************************************************************
       9710-ULTIMO-DIA-MES.
           EVALUATE MES-TRABAJO
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO ULTIMO-DIA-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO ULTIMO-DIA-MES
               WHEN 02
                   PERFORM 9720-DIAS-DE-FEBRERO
           END-EVALUATE
           .

       9720-DIAS-DE-FEBRERO.
           MOVE 28 TO ULTIMO-DIA-MES
           DIVIDE ANIO-TRABAJO BY 4 GIVING COCIENTE-BISIESTO
               REMAINDER RESIDUO-BISIESTO
           IF RESIDUO-BISIESTO = 0
               MOVE 29 TO ULTIMO-DIA-MES
               DIVIDE ANIO-TRABAJO BY 100 GIVING COCIENTE-BISIESTO
                   REMAINDER RESIDUO-BISIESTO
               IF RESIDUO-BISIESTO = 0
                   MOVE 28 TO ULTIMO-DIA-MES
                   DIVIDE ANIO-TRABAJO BY 400 GIVING COCIENTE-BISIESTO
                       REMAINDER RESIDUO-BISIESTO
                   IF RESIDUO-BISIESTO = 0
                       MOVE 29 TO ULTIMO-DIA-MES
                   END-IF
               END-IF
           END-IF
           .

       3000-FINAL-PROGRAMA.
           CLOSE BD-CUENTAS
           MOVE TOTAL-CUENTAS-CORTADAS TO ESCRITOS-PASO
           PERFORM 9330-MARCAR-FIN-PASO
           DISPLAY "***************************************************"
           STOP RUN
           .
