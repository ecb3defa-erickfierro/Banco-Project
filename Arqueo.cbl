      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Arqueo fisico de los casetes de un terminal. Cuando   *
      *          la transportadora abre el cajero, el custodio ve el   *
      *          conteo de BD-BOVEDA por denominacion, digita el       *
      *          conteo fisico de cada casete y una segunda persona lo *
      *          confirma, igual que en CARGA-BOVEDA. Cada sobrante o  *
      *          faltante queda en BD-DIFERENCIAS por terminal,        *
      *          denominacion y fecha, en LOG-TRANSACCIONES (opcion    *
      *          15) y BD-BOVEDA queda alineada al conteo fisico.      *
      *          Operaciones resuelve despues cada diferencia abierta  *
      *          contra un reclamo o la castiga (opcion 17).           *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: La resolucion contra reclamo valida que el *
      *                     numero exista en BD-RECLAMOS               *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Si la diferencia de un casete no se puede  *
      *                     grabar, el casete conserva su conteo en    *
      *                     BD-BOVEDA y no se registra en la bitacora  *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: Se verifica la regrabacion de BD-BOVEDA en *
      *                     el arqueo y la de la diferencia al         *
      *                     resolverla; si falla no hay asiento en la  *
      *                     bitacora ni se cuenta el casete            *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUEO-BOVEDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BD-BOVEDA
           ASSIGN TO "..\assets/boveda.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-BOVEDA
           FILE STATUS IS ESTADO-ARCHIVO-BOVEDA.

           SELECT OPTIONAL BD-DIFERENCIAS
           ASSIGN TO "..\assets/diferencias-arqueo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-DIFERENCIA
           FILE STATUS IS ESTADO-ARCHIVO-DIFERENCIAS.

           SELECT OPTIONAL BD-RECLAMOS
           ASSIGN TO "..\assets/reclamos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-RECLAMO
           ALTERNATE RECORD KEY IS NUMERO-CUENTA-REC WITH DUPLICATES
           FILE STATUS IS ESTADO-ARCHIVO-RECLAMOS.

           SELECT OPTIONAL LOG-TRANSACCIONES
           ASSIGN TO "..\assets/log-transacciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVO-FECHA-NEGOCIO
           ASSIGN TO "..\assets/fecha-negocio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-BOVEDA.
               COPY BOVEDA.

           FD BD-DIFERENCIAS.
               COPY DIFARQ.

           FD BD-RECLAMOS.
               COPY RECLAMO.

           FD LOG-TRANSACCIONES.
               COPY LOGTRANS.

           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY DENOMTBL.

       77 ESTADO-ARCHIVO-BOVEDA PIC X(02).
       77 ESTADO-ARCHIVO-DIFERENCIAS PIC X(02).
       77 ESTADO-ARCHIVO-RECLAMOS PIC X(02).
       77 OPCION-ARQUEO PIC 9(01).
       77 FLAG-FIN-ARQUEO PIC 9 VALUE 0.
       77 FLAG-ARQUEO-OK PIC 9 VALUE 0.
       77 FLAG-FIN-DIFERENCIAS PIC 9 VALUE 0.
       77 IX-DENOM PIC 9(02) COMP.
       77 IX-DETALLE PIC 9(02) COMP.
       77 CASETES-TERMINAL PIC 9(02) COMP.
       77 CASETES-CON-DIFERENCIA PIC 9(02) COMP.
       77 CASETES-SIN-APLICAR PIC 9(02) COMP.
       77 DIFERENCIAS-ABIERTAS PIC 9(04) COMP.
       77 INICIALES-CUSTODIO PIC X(03).
       77 INICIALES-CONFIRMA PIC X(03).
       77 TERMINAL-ARQUEO PIC X(04).
       77 USUARIO-OPERACIONES PIC X(08).
       77 DENOMINACION-DIGITADA PIC 9(06).
       77 FECHA-DIGITADA PIC 9(08).
       77 HORA-DIGITADA PIC 9(06).
       77 RESOLUCION-DIGITADA PIC X(01).
       77 RECLAMO-DIGITADO PIC 9(10).
       77 NOTA-DIGITADA PIC X(30).
       77 FECHA-SISTEMA PIC 9(08).
       77 HORA-SISTEMA PIC 9(08).
       77 HORA-ARQUEO PIC 9(06).
       77 FECHA-NEGOCIO PIC 9(08).
       77 FLAG-FIN-FECHA-NEG PIC 9 VALUE 0.

       01 TABLA-ARQUEO.
           05 CASETE-ARQUEO OCCURS 5 TIMES.
               10 EXISTE-CASETE-ARQ      PIC 9(01).
               10 LIBROS-ARQ             PIC 9(06).
               10 FISICO-ARQ             PIC 9(06).
               10 CONFIRMADO-ARQ         PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*       ARQUEO DE CASETES DE LA BOVEDA            *"
           DISPLAY "***************************************************"
           OPEN I-O BD-BOVEDA
           OPEN I-O BD-DIFERENCIAS
           OPEN INPUT BD-RECLAMOS
           .

       2000-PROCESO-PROGRAMA.
           PERFORM 2050-ATENDER-UNA-OPCION
               UNTIL FLAG-FIN-ARQUEO = 1
           .

       2050-ATENDER-UNA-OPCION.
           DISPLAY "---------------------------------------------------"
           DISPLAY "1. Arqueo de casetes de un terminal"
           DISPLAY "2. Resolver diferencia abierta"
           DISPLAY "9. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT OPCION-ARQUEO
           EVALUATE OPCION-ARQUEO
               WHEN 1 PERFORM 2100-REALIZAR-ARQUEO
               WHEN 2 PERFORM 2500-RESOLVER-DIFERENCIA
               WHEN 9 MOVE 1 TO FLAG-FIN-ARQUEO
               WHEN OTHER
                   DISPLAY "*** Opcion invalida ***"
           END-EVALUATE
           .

       2100-REALIZAR-ARQUEO.
           DISPLAY "Iniciales del custodio: " WITH NO ADVANCING
           ACCEPT INICIALES-CUSTODIO
           DISPLAY "Terminal a arquear: " WITH NO ADVANCING
           ACCEPT TERMINAL-ARQUEO
           PERFORM 2110-MOSTRAR-CASETES
           IF CASETES-TERMINAL = 0
               DISPLAY "*** El terminal no tiene casetes en la "
                   "boveda ***"
           ELSE
               MOVE 1 TO FLAG-ARQUEO-OK
               PERFORM 2120-CAPTURAR-CONTEO
                   VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
               PERFORM 2130-CONFIRMAR-SEGUNDA-PERSONA
               IF FLAG-ARQUEO-OK = 1
                   PERFORM 2140-APLICAR-ARQUEO
               END-IF
           END-IF
           .

       2110-MOSTRAR-CASETES.
           MOVE 0 TO CASETES-TERMINAL
           DISPLAY "---------------------------------------------------"
           DISPLAY "CONTEO EN BOVEDA DEL TERMINAL " TERMINAL-ARQUEO
           PERFORM 2115-MOSTRAR-UN-CASETE
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           DISPLAY "---------------------------------------------------"
           .

       2115-MOSTRAR-UN-CASETE.
           MOVE 0 TO EXISTE-CASETE-ARQ(IX-DENOM)
           MOVE 0 TO LIBROS-ARQ(IX-DENOM)
           MOVE 0 TO FISICO-ARQ(IX-DENOM)
           MOVE 0 TO CONFIRMADO-ARQ(IX-DENOM)
           MOVE TERMINAL-ARQUEO TO TERMINAL-BOVEDA
           MOVE DENOM-VALOR(IX-DENOM) TO DENOMINACION-BILLETE
           READ BD-BOVEDA KEY IS CLAVE-BOVEDA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-BOVEDA
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-BOVEDA
           END-READ
           IF ESTADO-ARCHIVO-BOVEDA = "00"
               ADD 1 TO CASETES-TERMINAL
               MOVE 1 TO EXISTE-CASETE-ARQ(IX-DENOM)
               MOVE CANTIDAD-BILLETES TO LIBROS-ARQ(IX-DENOM)
               DISPLAY "Casete " DENOM-VALOR(IX-DENOM)
                   " - billetes en boveda: " CANTIDAD-BILLETES
           END-IF
           .

       2120-CAPTURAR-CONTEO.
           IF EXISTE-CASETE-ARQ(IX-DENOM) = 1
               DISPLAY "Conteo fisico casete " DENOM-VALOR(IX-DENOM)
                   ": " WITH NO ADVANCING
               ACCEPT FISICO-ARQ(IX-DENOM)
           END-IF
           .

      ******************************************************************
      * La segunda persona reingresa el conteo de cada casete sin ver  *
      * el del custodio; una sola diferencia cancela el arqueo y no se *
      * toca la boveda.                                                *
      ******************************************************************
       2130-CONFIRMAR-SEGUNDA-PERSONA.
           DISPLAY "Confirmacion de segunda persona"
           DISPLAY "Iniciales del confirmante: " WITH NO ADVANCING
           ACCEPT INICIALES-CONFIRMA
           IF INICIALES-CONFIRMA = SPACES
               OR INICIALES-CONFIRMA = INICIALES-CUSTODIO
               DISPLAY "*** La confirmacion debe hacerla una persona "
                   "distinta al custodio ***"
               MOVE 0 TO FLAG-ARQUEO-OK
           ELSE
               PERFORM 2135-CONFIRMAR-UN-CASETE
                   VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
               IF FLAG-ARQUEO-OK = 0
                   DISPLAY "*** El conteo confirmado no coincide. "
                       "Arqueo cancelado ***"
               END-IF
           END-IF
           .

       2135-CONFIRMAR-UN-CASETE.
           IF EXISTE-CASETE-ARQ(IX-DENOM) = 1
               DISPLAY "Reingrese conteo casete " DENOM-VALOR(IX-DENOM)
                   ": " WITH NO ADVANCING
               ACCEPT CONFIRMADO-ARQ(IX-DENOM)
               IF CONFIRMADO-ARQ(IX-DENOM) NOT = FISICO-ARQ(IX-DENOM)
                   MOVE 0 TO FLAG-ARQUEO-OK
               END-IF
           END-IF
           .

       2140-APLICAR-ARQUEO.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE HORA-SISTEMA(1:6) TO HORA-ARQUEO
           MOVE 0 TO CASETES-CON-DIFERENCIA
           MOVE 0 TO CASETES-SIN-APLICAR
           PERFORM 2145-APLICAR-UN-CASETE
               VARYING IX-DENOM FROM 1 BY 1 UNTIL IX-DENOM > 5
           IF CASETES-CON-DIFERENCIA = 0
               AND CASETES-SIN-APLICAR = 0
               DISPLAY "Arqueo cuadrado: la boveda coincide con el "
                   "conteo fisico"
           END-IF
           IF CASETES-CON-DIFERENCIA > 0
               DISPLAY "Arqueo con " CASETES-CON-DIFERENCIA
                   " casete(s) con diferencia; boveda alineada al "
                   "conteo fisico"
           END-IF
           IF CASETES-SIN-APLICAR > 0
               DISPLAY "*** " CASETES-SIN-APLICAR " casete(s) sin "
                   "aplicar: la boveda conserva su conteo ***"
           END-IF
           .

      ******************************************************************
      * La diferencia se mide contra el conteo vigente en BD-BOVEDA al *
      * momento de aplicar, que es el que queda reemplazado. Si la     *
      * diferencia no se pudo grabar, el casete no se toca ni va a la  *
      * bitacora.                                                      *
      ******************************************************************
       2145-APLICAR-UN-CASETE.
           IF EXISTE-CASETE-ARQ(IX-DENOM) = 1
               MOVE TERMINAL-ARQUEO TO TERMINAL-BOVEDA
               MOVE DENOM-VALOR(IX-DENOM) TO DENOMINACION-BILLETE
               READ BD-BOVEDA KEY IS CLAVE-BOVEDA
                   INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-BOVEDA
                   NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-BOVEDA
               END-READ
               IF ESTADO-ARCHIVO-BOVEDA = "00"
                   AND CANTIDAD-BILLETES NOT = FISICO-ARQ(IX-DENOM)
                   PERFORM 2150-GRABAR-DIFERENCIA
                   IF ESTADO-ARCHIVO-DIFERENCIAS = "00"
                       PERFORM 2155-ALINEAR-CASETE
                   ELSE
                       ADD 1 TO CASETES-SIN-APLICAR
                   END-IF
               END-IF
           END-IF
           .

       2150-GRABAR-DIFERENCIA.
           MOVE TERMINAL-ARQUEO TO TERMINAL-DIF
           MOVE DENOM-VALOR(IX-DENOM) TO DENOMINACION-DIF
           MOVE FECHA-NEGOCIO TO FECHA-DIF
           MOVE HORA-ARQUEO TO HORA-DIF
           MOVE CANTIDAD-BILLETES TO CANTIDAD-LIBROS-DIF
           MOVE FISICO-ARQ(IX-DENOM) TO CANTIDAD-FISICA-DIF
           IF FISICO-ARQ(IX-DENOM) > CANTIDAD-BILLETES
               SET DIFERENCIA-SOBRANTE TO TRUE
               COMPUTE BILLETES-DIF =
                   FISICO-ARQ(IX-DENOM) - CANTIDAD-BILLETES
           ELSE
               SET DIFERENCIA-FALTANTE TO TRUE
               COMPUTE BILLETES-DIF =
                   CANTIDAD-BILLETES - FISICO-ARQ(IX-DENOM)
           END-IF
           COMPUTE MONTO-DIF = BILLETES-DIF * DENOM-VALOR(IX-DENOM)
           SET DIFERENCIA-ABIERTA TO TRUE
           MOVE INICIALES-CUSTODIO TO CUSTODIO-DIF
           MOVE INICIALES-CONFIRMA TO CONFIRMA-DIF
           MOVE 0 TO RECLAMO-DIF
           MOVE 0 TO FECHA-RESOLUCION-DIF
           MOVE SPACES TO USUARIO-RESOLUCION-DIF
           MOVE SPACES TO NOTA-RESOLUCION-DIF
           WRITE REGISTRO-DIFERENCIA
               INVALID KEY
                   MOVE "22" TO ESTADO-ARCHIVO-DIFERENCIAS
                   DISPLAY "*** No se pudo grabar la diferencia ***"
               NOT INVALID KEY
                   MOVE "00" TO ESTADO-ARCHIVO-DIFERENCIAS
           END-WRITE
           IF ESTADO-ARCHIVO-DIFERENCIAS = "00"
               IF DIFERENCIA-SOBRANTE
                   DISPLAY "Casete " DENOMINACION-DIF " - SOBRANTE de "
                       BILLETES-DIF " billetes por " MONTO-DIF
               ELSE
                   DISPLAY "Casete " DENOMINACION-DIF " - FALTANTE de "
                       BILLETES-DIF " billetes por " MONTO-DIF
               END-IF
           END-IF
           .

      ******************************************************************
      * Si BD-BOVEDA no acepta el conteo fisico, la diferencia recien  *
      * grabada se borra: el casete queda sin aplicar, como si la      *
      * diferencia no se hubiera podido grabar.                        *
      ******************************************************************
       2155-ALINEAR-CASETE.
           MOVE FISICO-ARQ(IX-DENOM) TO CANTIDAD-BILLETES
           REWRITE REGISTRO-BOVEDA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-BOVEDA
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-BOVEDA
           END-REWRITE
           IF ESTADO-ARCHIVO-BOVEDA = "00"
               ADD 1 TO CASETES-CON-DIFERENCIA
               PERFORM 2160-REGISTRAR-DIFERENCIA
           ELSE
               DISPLAY "*** No se pudo actualizar la boveda del casete "
                   DENOMINACION-DIF " ***"
               DELETE BD-DIFERENCIAS RECORD
                   INVALID KEY
                       DISPLAY "*** No se pudo retirar la diferencia "
                           "del casete " DENOMINACION-DIF " ***"
               END-DELETE
               ADD 1 TO CASETES-SIN-APLICAR
           END-IF
           .

      ******************************************************************
      * El ajuste va a la bitacora como un movimiento de boveda del    *
      * terminal: sobrante como credito y faltante como debito, con    *
      * los billetes en su denominacion, para que la conciliacion del  *
      * dia lo sume a lo cargado igual que una carga o descarga.       *
      ******************************************************************
       2160-REGISTRAR-DIFERENCIA.
           STRING FECHA-NEGOCIO DELIMITED BY SIZE
                  HORA-ARQUEO DELIMITED BY SIZE
               INTO FECHA-HORA-LOG
           MOVE 0 TO NUMERO-CUENTA-LOG
           MOVE 15 TO ID-OPCION-LOG
           MOVE MONTO-DIF TO MONTO-LOG
           IF DIFERENCIA-SOBRANTE
               SET MOVIMIENTO-CREDITO TO TRUE
           ELSE
               SET MOVIMIENTO-DEBITO TO TRUE
           END-IF
           MOVE "00" TO CODIGO-RESULTADO-LOG
           MOVE INICIALES-CUSTODIO TO USUARIO-LOG
           MOVE TERMINAL-ARQUEO TO TERMINAL-LOG
           PERFORM 2165-LIMPIAR-DETALLE-LOG
               VARYING IX-DETALLE FROM 1 BY 1 UNTIL IX-DETALLE > 5
           MOVE BILLETES-DIF TO DETALLE-BILLETES-LOG(IX-DENOM)
           OPEN EXTEND LOG-TRANSACCIONES
           WRITE REGISTRO-LOG
           CLOSE LOG-TRANSACCIONES
           .

       2165-LIMPIAR-DETALLE-LOG.
           MOVE 0 TO DETALLE-BILLETES-LOG(IX-DETALLE)
           .

      ******************************************************************
      * Resolucion por operaciones: la diferencia abierta se cierra    *
      * contra el reclamo del cliente que la explica o se castiga.     *
      * El castigo lleva el monto a la bitacora (opcion 17) para que   *
      * contabilidad saque la partida de sobrantes o faltantes; la     *
      * resolucion contra reclamo solo la anota, el dinero se mueve    *
      * con el reclamo.                                                *
      ******************************************************************
       2500-RESOLVER-DIFERENCIA.
           DISPLAY "Usuario de operaciones: " WITH NO ADVANCING
           ACCEPT USUARIO-OPERACIONES
           IF USUARIO-OPERACIONES = SPACES
               DISPLAY "*** Se requiere un usuario de operaciones ***"
           ELSE
               DISPLAY "Terminal: " WITH NO ADVANCING
               ACCEPT TERMINAL-ARQUEO
               PERFORM 2510-LISTAR-ABIERTAS
               IF DIFERENCIAS-ABIERTAS = 0
                   DISPLAY "*** El terminal no tiene diferencias "
                       "abiertas ***"
               ELSE
                   PERFORM 2520-UBICAR-DIFERENCIA
               END-IF
           END-IF
           .

       2510-LISTAR-ABIERTAS.
           MOVE 0 TO DIFERENCIAS-ABIERTAS
           MOVE 0 TO FLAG-FIN-DIFERENCIAS
           DISPLAY "---------------------------------------------------"
           DISPLAY "DIFERENCIAS ABIERTAS DEL TERMINAL " TERMINAL-ARQUEO
           MOVE TERMINAL-ARQUEO TO TERMINAL-DIF
           MOVE 0 TO DENOMINACION-DIF
           MOVE 0 TO FECHA-DIF
           MOVE 0 TO HORA-DIF
           START BD-DIFERENCIAS KEY IS NOT LESS THAN CLAVE-DIFERENCIA
               INVALID KEY MOVE 1 TO FLAG-FIN-DIFERENCIAS
           END-START
           PERFORM 2515-LISTAR-UNA-DIFERENCIA
               UNTIL FLAG-FIN-DIFERENCIAS = 1
           DISPLAY "---------------------------------------------------"
           .

       2515-LISTAR-UNA-DIFERENCIA.
           READ BD-DIFERENCIAS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-DIFERENCIAS
           END-READ
           IF FLAG-FIN-DIFERENCIAS = 0
               AND (ESTADO-ARCHIVO-DIFERENCIAS NOT = "00"
                    OR TERMINAL-DIF NOT = TERMINAL-ARQUEO)
               MOVE 1 TO FLAG-FIN-DIFERENCIAS
           END-IF
           IF FLAG-FIN-DIFERENCIAS = 0 AND DIFERENCIA-ABIERTA
               ADD 1 TO DIFERENCIAS-ABIERTAS
               DISPLAY "Casete " DENOMINACION-DIF
                   " fecha " FECHA-DIF " hora " HORA-DIF
                   " " TIPO-DIF " - billetes " BILLETES-DIF
                   " monto " MONTO-DIF
           END-IF
           .

       2520-UBICAR-DIFERENCIA.
           DISPLAY "Denominacion del casete: " WITH NO ADVANCING
           ACCEPT DENOMINACION-DIGITADA
           DISPLAY "Fecha del arqueo AAAAMMDD: " WITH NO ADVANCING
           ACCEPT FECHA-DIGITADA
           DISPLAY "Hora del arqueo HHMMSS: " WITH NO ADVANCING
           ACCEPT HORA-DIGITADA
           MOVE TERMINAL-ARQUEO TO TERMINAL-DIF
           MOVE DENOMINACION-DIGITADA TO DENOMINACION-DIF
           MOVE FECHA-DIGITADA TO FECHA-DIF
           MOVE HORA-DIGITADA TO HORA-DIF
           READ BD-DIFERENCIAS KEY IS CLAVE-DIFERENCIA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-DIFERENCIAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-DIFERENCIAS
           END-READ
           IF ESTADO-ARCHIVO-DIFERENCIAS NOT = "00"
               DISPLAY "*** Diferencia no encontrada ***"
           ELSE
               IF NOT DIFERENCIA-ABIERTA
                   DISPLAY "*** La diferencia ya fue resuelta ***"
               ELSE
                   PERFORM 2530-CAPTURAR-RESOLUCION
               END-IF
           END-IF
           .

       2530-CAPTURAR-RESOLUCION.
           DISPLAY "Resolucion (R=contra reclamo, C=castigo): "
               WITH NO ADVANCING
           ACCEPT RESOLUCION-DIGITADA
           INSPECT RESOLUCION-DIGITADA CONVERTING "rc" TO "RC"
           EVALUATE RESOLUCION-DIGITADA
               WHEN "R"
                   DISPLAY "Numero de reclamo: " WITH NO ADVANCING
                   ACCEPT RECLAMO-DIGITADO
                   MOVE RECLAMO-DIGITADO TO NUMERO-RECLAMO
                   READ BD-RECLAMOS KEY IS NUMERO-RECLAMO
                       INVALID KEY
                           MOVE "23" TO ESTADO-ARCHIVO-RECLAMOS
                       NOT INVALID KEY
                           MOVE "00" TO ESTADO-ARCHIVO-RECLAMOS
                   END-READ
                   IF ESTADO-ARCHIVO-RECLAMOS NOT = "00"
                       DISPLAY "*** Reclamo no registrado ***"
                   ELSE
                       SET DIFERENCIA-RECLAMO TO TRUE
                       MOVE RECLAMO-DIGITADO TO RECLAMO-DIF
                       MOVE "RESUELTA CONTRA RECLAMO"
                           TO NOTA-RESOLUCION-DIF
                       PERFORM 2540-APLICAR-RESOLUCION
                   END-IF
               WHEN "C"
                   DISPLAY "Motivo del castigo: " WITH NO ADVANCING
                   ACCEPT NOTA-DIGITADA
                   SET DIFERENCIA-CASTIGADA TO TRUE
                   MOVE NOTA-DIGITADA TO NOTA-RESOLUCION-DIF
                   PERFORM 2540-APLICAR-RESOLUCION
               WHEN OTHER
                   DISPLAY "*** Resolucion invalida ***"
           END-EVALUATE
           .

       2540-APLICAR-RESOLUCION.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           MOVE FECHA-NEGOCIO TO FECHA-RESOLUCION-DIF
           MOVE USUARIO-OPERACIONES TO USUARIO-RESOLUCION-DIF
           REWRITE REGISTRO-DIFERENCIA
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-DIFERENCIAS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-DIFERENCIAS
           END-REWRITE
           IF ESTADO-ARCHIVO-DIFERENCIAS NOT = "00"
               DISPLAY "*** No se pudo actualizar la diferencia ***"
           ELSE
               DISPLAY "Diferencia resuelta (" ESTADO-DIF ")"
               PERFORM 2545-REGISTRAR-RESOLUCION
           END-IF
           .

       2545-REGISTRAR-RESOLUCION.
           ACCEPT HORA-SISTEMA FROM TIME
           STRING FECHA-NEGOCIO DELIMITED BY SIZE
                  HORA-SISTEMA(1:6) DELIMITED BY SIZE
               INTO FECHA-HORA-LOG
           MOVE 0 TO NUMERO-CUENTA-LOG
           MOVE 17 TO ID-OPCION-LOG
           IF DIFERENCIA-CASTIGADA
               MOVE MONTO-DIF TO MONTO-LOG
               IF DIFERENCIA-SOBRANTE
                   SET MOVIMIENTO-CREDITO TO TRUE
               ELSE
                   SET MOVIMIENTO-DEBITO TO TRUE
               END-IF
           ELSE
               MOVE 0 TO MONTO-LOG
               SET MOVIMIENTO-NEUTRO TO TRUE
           END-IF
           MOVE "00" TO CODIGO-RESULTADO-LOG
           MOVE USUARIO-OPERACIONES TO USUARIO-LOG
           MOVE TERMINAL-DIF TO TERMINAL-LOG
           PERFORM 2165-LIMPIAR-DETALLE-LOG
               VARYING IX-DETALLE FROM 1 BY 1 UNTIL IX-DETALLE > 5
           OPEN EXTEND LOG-TRANSACCIONES
           WRITE REGISTRO-LOG
           CLOSE LOG-TRANSACCIONES
           .

      ******************************************************************
      * El dia de negocio lo fija el cierre de dia del operador; sin   *
      * archivo de control rige la fecha del sistema.                  *
      ******************************************************************
       9400-OBTENER-FECHA-NEGOCIO.
           ACCEPT FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE FECHA-SISTEMA TO FECHA-NEGOCIO
           MOVE 0 TO FLAG-FIN-FECHA-NEG
           OPEN INPUT ARCHIVO-FECHA-NEGOCIO
           READ ARCHIVO-FECHA-NEGOCIO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-FECHA-NEG
           END-READ
           IF FLAG-FIN-FECHA-NEG = 0
               AND REGISTRO-FECHA-NEGOCIO > 0
               MOVE REGISTRO-FECHA-NEGOCIO TO FECHA-NEGOCIO
           END-IF
           CLOSE ARCHIVO-FECHA-NEGOCIO
           .

       3000-FINAL-PROGRAMA.
           CLOSE BD-BOVEDA
           CLOSE BD-DIFERENCIAS
           CLOSE BD-RECLAMOS
           STOP RUN
           .

       END PROGRAM ARQUEO-BOVEDA.
