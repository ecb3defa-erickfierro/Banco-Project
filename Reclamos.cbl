      ******************************************************************
      * Author: Erick Stiven Fierro Perdomo                            *
      * Date: 15/10/2026                                               *
      * Purpose: Registro de reclamos de clientes por cajero ("no me   *
      *          entrego el dinero", entrega parcial y otros). El      *
      *          reclamo se abre contra un movimiento de BD-HISTORICO  *
      *          ubicado por cuenta y fecha, y toma como evidencia el  *
      *          resultado del casete del terminal en la conciliacion  *
      *          de ese dia y la recuperacion de checkpoint del retiro *
      *          si la hubo. Operaciones lleva el estado (abierto, en  *
      *          revision, aprobado o negado) con usuario y fecha; el  *
      *          reclamo aprobado se abona por AJUSTES-OPERATIVOS con  *
      *          doble autorizacion.                                   *
      * Tectonics: cobc                                                *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del programa                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
      * CONTROL DE CAMBIOS: El numero del reclamo se asigna antes de   *
      *                     tomar la evidencia, para que la busqueda   *
      *                     del consecutivo no pise lo capturado. El   *
      *                     recorrido por cuenta sigue con estado 02   *
      *                     (clave alterna repetida)                   *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMOS-CLIENTES.
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

           SELECT OPTIONAL BD-HISTORICO
           ASSIGN TO "..\assets/historico-movimientos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-HISTORICO
           FILE STATUS IS ESTADO-ARCHIVO-HISTORICO.

           SELECT OPTIONAL ARCHIVO-RESULTADO-BOVEDA
           ASSIGN TO DYNAMIC NOMBRE-RESULTADO-BOVEDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-ARCHIVO-RESULTADO.

           SELECT OPTIONAL ARCHIVO-FECHA-NEGOCIO
           ASSIGN TO "..\assets/fecha-negocio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BD-RECLAMOS.
               COPY RECLAMO.

           FD BD-HISTORICO.
               COPY HISTMOV.

           FD ARCHIVO-RESULTADO-BOVEDA.
               COPY RESBOVED.

           FD ARCHIVO-FECHA-NEGOCIO.
               01 REGISTRO-FECHA-NEGOCIO PIC 9(08).

       WORKING-STORAGE SECTION.
       77 ESTADO-ARCHIVO-RECLAMOS PIC X(02).
       77 ESTADO-ARCHIVO-HISTORICO PIC X(02).
       77 ESTADO-ARCHIVO-RESULTADO PIC X(02).
       77 NOMBRE-RESULTADO-BOVEDA PIC X(50).
       77 OPCION-RECLAMOS PIC 9(01).
       77 FLAG-FIN-RECLAMOS PIC 9 VALUE 0.
       77 FLAG-FIN-HISTORICO PIC 9 VALUE 0.
       77 FLAG-FIN-RESULTADO PIC 9 VALUE 0.
       77 FLAG-FIN-BUSQUEDA PIC 9 VALUE 0.
       77 FLAG-RECLAMO-OK PIC 9 VALUE 0.
       77 FLAG-RECLAMO-DUPLICADO PIC 9 VALUE 0.
       77 TOTAL-MOVIMIENTOS-DIA PIC 9(02) COMP.
       77 IX-MOV PIC 9(02) COMP.
       77 CASETES-VISTOS PIC 9(01) COMP.
       77 CASETES-SIN-APERTURA PIC 9(01) COMP.
       77 ULTIMA-SECUENCIA PIC 9(04).
       77 USUARIO-RECLAMOS PIC X(08).
       77 CUENTA-DIGITADA PIC 9(10).
       77 FECHA-DIGITADA PIC 9(08).
       77 MOVIMIENTO-DIGITADO PIC 9(02).
       77 TIPO-DIGITADO PIC X(01).
       77 MONTO-DIGITADO PIC 9(09)V99.
       77 DESCRIPCION-DIGITADA PIC X(40).
       77 RECLAMO-DIGITADO PIC 9(10).
       77 ESTADO-DIGITADO PIC X(01).
       77 NOTA-DIGITADA PIC X(30).
       77 FECHA-SISTEMA PIC 9(08).
       77 FECHA-NEGOCIO PIC 9(08).
       77 FLAG-FIN-FECHA-NEG PIC 9 VALUE 0.

       01 NUMERO-RECLAMO-NUEVO.
           05 PREFIJO-RECLAMO-NUEVO      PIC 9(06).
           05 SECUENCIA-RECLAMO-NUEVO    PIC 9(04).
       01 NUMERO-RECLAMO-LEIDO REDEFINES NUMERO-RECLAMO-NUEVO
                                         PIC 9(10).

       01 TABLA-MOVIMIENTOS-DIA.
           05 MOVIMIENTO-DIA OCCURS 30 TIMES.
               10 FECHA-HORA-DIA         PIC X(14).
               10 CONSECUTIVO-DIA        PIC 9(04).
               10 ID-OPCION-DIA          PIC 99.
               10 MONTO-DIA              PIC S9(09)V99 COMP-3.
               10 TIPO-MOVIMIENTO-DIA    PIC X(01).
               10 CODIGO-RESULTADO-DIA   PIC X(02).
               10 TERMINAL-DIA           PIC X(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO-PROGRAMA
           PERFORM 2000-PROCESO-PROGRAMA
           PERFORM 3000-FINAL-PROGRAMA.

       1000-INICIO-PROGRAMA.
           DISPLAY "***************************************************"
           DISPLAY "*          RECLAMOS DE CLIENTES POR CAJERO        *"
           DISPLAY "***************************************************"
           DISPLAY "Usuario: " WITH NO ADVANCING
           ACCEPT USUARIO-RECLAMOS
           OPEN I-O BD-RECLAMOS
           OPEN INPUT BD-HISTORICO
           .

       2000-PROCESO-PROGRAMA.
           IF USUARIO-RECLAMOS = SPACES
               DISPLAY "*** Se requiere un usuario ***"
           ELSE
               PERFORM 2050-ATENDER-UNA-OPCION
                   UNTIL FLAG-FIN-RECLAMOS = 1
           END-IF
           .

       2050-ATENDER-UNA-OPCION.
           DISPLAY "---------------------------------------------------"
           DISPLAY "1. Registrar reclamo"
           DISPLAY "2. Consultar reclamo"
           DISPLAY "3. Cambiar estado de un reclamo"
           DISPLAY "9. Salir"
           DISPLAY "Opcion: " WITH NO ADVANCING
           ACCEPT OPCION-RECLAMOS
           EVALUATE OPCION-RECLAMOS
               WHEN 1 PERFORM 2100-REGISTRAR-RECLAMO
               WHEN 2 PERFORM 2400-CONSULTAR-RECLAMO
               WHEN 3 PERFORM 2500-CAMBIAR-ESTADO
               WHEN 9 MOVE 1 TO FLAG-FIN-RECLAMOS
               WHEN OTHER
                   DISPLAY "*** Opcion invalida ***"
           END-EVALUATE
           .

      ******************************************************************
      * Registro: se listan los movimientos de la cuenta en la fecha   *
      * indicada y el reclamo se abre contra el que escoja el usuario. *
      ******************************************************************
       2100-REGISTRAR-RECLAMO.
           DISPLAY "Numero de cuenta: " WITH NO ADVANCING
           ACCEPT CUENTA-DIGITADA
           DISPLAY "Fecha del movimiento AAAAMMDD: " WITH NO ADVANCING
           ACCEPT FECHA-DIGITADA
           PERFORM 2110-LISTAR-MOVIMIENTOS-DIA
           IF TOTAL-MOVIMIENTOS-DIA = 0
               DISPLAY "*** La cuenta no tiene movimientos en esa "
                   "fecha ***"
           ELSE
               DISPLAY "Movimiento reclamado (numero): "
                   WITH NO ADVANCING
               ACCEPT MOVIMIENTO-DIGITADO
               IF MOVIMIENTO-DIGITADO = 0
                   OR MOVIMIENTO-DIGITADO > TOTAL-MOVIMIENTOS-DIA
                   DISPLAY "*** Movimiento invalido ***"
               ELSE
                   MOVE MOVIMIENTO-DIGITADO TO IX-MOV
                   PERFORM 2130-VERIFICAR-DUPLICADO
                   IF FLAG-RECLAMO-DUPLICADO = 1
                       DISPLAY "*** Ya existe un reclamo vigente "
                           "sobre ese movimiento ***"
                   ELSE
                       PERFORM 2140-CAPTURAR-RECLAMO
                       IF FLAG-RECLAMO-OK = 1
                           PERFORM 9400-OBTENER-FECHA-NEGOCIO
                           PERFORM 2310-ASIGNAR-NUMERO
                           PERFORM 2200-TOMAR-EVIDENCIA
                           PERFORM 2300-GRABAR-RECLAMO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       2110-LISTAR-MOVIMIENTOS-DIA.
           MOVE 0 TO TOTAL-MOVIMIENTOS-DIA
           MOVE 0 TO FLAG-FIN-HISTORICO
           DISPLAY "---------------------------------------------------"
           DISPLAY "MOVIMIENTOS DE LA CUENTA " CUENTA-DIGITADA
               " DEL " FECHA-DIGITADA
           MOVE CUENTA-DIGITADA TO NUMERO-CUENTA-HIS
           MOVE SPACES TO FECHA-HORA-HIS
           STRING FECHA-DIGITADA DELIMITED BY SIZE
                  "000000" DELIMITED BY SIZE
               INTO FECHA-HORA-HIS
           MOVE 0 TO CONSECUTIVO-HIS
           START BD-HISTORICO KEY IS NOT LESS THAN CLAVE-HISTORICO
               INVALID KEY MOVE 1 TO FLAG-FIN-HISTORICO
           END-START
           PERFORM 2115-LISTAR-UN-MOVIMIENTO
               UNTIL FLAG-FIN-HISTORICO = 1
           DISPLAY "---------------------------------------------------"
           .

       2115-LISTAR-UN-MOVIMIENTO.
           READ BD-HISTORICO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-HISTORICO
           END-READ
           IF FLAG-FIN-HISTORICO = 0
               AND (ESTADO-ARCHIVO-HISTORICO NOT = "00"
                    OR NUMERO-CUENTA-HIS NOT = CUENTA-DIGITADA
                    OR FECHA-HORA-HIS(1:8) NOT = FECHA-DIGITADA)
               MOVE 1 TO FLAG-FIN-HISTORICO
           END-IF
           IF FLAG-FIN-HISTORICO = 0
               IF TOTAL-MOVIMIENTOS-DIA = 30
                   DISPLAY "(hay mas movimientos en el dia; solo se "
                       "listan los primeros 30)"
                   MOVE 1 TO FLAG-FIN-HISTORICO
               ELSE
                   ADD 1 TO TOTAL-MOVIMIENTOS-DIA
                   PERFORM 2120-GUARDAR-MOVIMIENTO
               END-IF
           END-IF
           .

       2120-GUARDAR-MOVIMIENTO.
           MOVE TOTAL-MOVIMIENTOS-DIA TO IX-MOV
           MOVE FECHA-HORA-HIS TO FECHA-HORA-DIA(IX-MOV)
           MOVE CONSECUTIVO-HIS TO CONSECUTIVO-DIA(IX-MOV)
           MOVE ID-OPCION-HIS TO ID-OPCION-DIA(IX-MOV)
           MOVE MONTO-HIS TO MONTO-DIA(IX-MOV)
           MOVE TIPO-MOVIMIENTO-HIS TO TIPO-MOVIMIENTO-DIA(IX-MOV)
           MOVE CODIGO-RESULTADO-HIS TO CODIGO-RESULTADO-DIA(IX-MOV)
           MOVE TERMINAL-HIS TO TERMINAL-DIA(IX-MOV)
           DISPLAY IX-MOV ". " FECHA-HORA-HIS(9:6)
               " opcion " ID-OPCION-HIS
               " " TIPO-MOVIMIENTO-HIS " " MONTO-HIS
               " resultado " CODIGO-RESULTADO-HIS
               " terminal " TERMINAL-HIS
           .

      ******************************************************************
      * Un movimiento admite un solo reclamo vigente; si el anterior   *
      * fue negado se puede abrir otro con evidencia nueva.            *
      ******************************************************************
       2130-VERIFICAR-DUPLICADO.
           MOVE 0 TO FLAG-RECLAMO-DUPLICADO
           MOVE 0 TO FLAG-FIN-BUSQUEDA
           MOVE CUENTA-DIGITADA TO NUMERO-CUENTA-REC
           START BD-RECLAMOS KEY IS EQUAL TO NUMERO-CUENTA-REC
               INVALID KEY MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-START
           PERFORM 2135-REVISAR-UN-RECLAMO
               UNTIL FLAG-FIN-BUSQUEDA = 1
           .

       2135-REVISAR-UN-RECLAMO.
           READ BD-RECLAMOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-READ
           IF FLAG-FIN-BUSQUEDA = 0
               AND ((ESTADO-ARCHIVO-RECLAMOS NOT = "00"
                     AND ESTADO-ARCHIVO-RECLAMOS NOT = "02")
                    OR NUMERO-CUENTA-REC NOT = CUENTA-DIGITADA)
               MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-IF
           IF FLAG-FIN-BUSQUEDA = 0
               AND FECHA-HORA-MOV-REC = FECHA-HORA-DIA(IX-MOV)
               AND CONSECUTIVO-MOV-REC = CONSECUTIVO-DIA(IX-MOV)
               AND NOT RECLAMO-NEGADO
               MOVE 1 TO FLAG-RECLAMO-DUPLICADO
               MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-IF
           .

       2140-CAPTURAR-RECLAMO.
           MOVE 1 TO FLAG-RECLAMO-OK
           DISPLAY "Tipo (N=no dispensado, P=parcial, O=otro): "
               WITH NO ADVANCING
           ACCEPT TIPO-DIGITADO
           INSPECT TIPO-DIGITADO CONVERTING "npo" TO "NPO"
           IF TIPO-DIGITADO NOT = "N" AND TIPO-DIGITADO NOT = "P"
               AND TIPO-DIGITADO NOT = "O"
               DISPLAY "*** Tipo de reclamo invalido ***"
               MOVE 0 TO FLAG-RECLAMO-OK
           ELSE
               DISPLAY "Monto reclamado: " WITH NO ADVANCING
               ACCEPT MONTO-DIGITADO
               IF MONTO-DIGITADO = 0
                   OR MONTO-DIGITADO > MONTO-DIA(IX-MOV)
                   DISPLAY "*** El monto debe ser mayor que cero y "
                       "no superar el del movimiento ***"
                   MOVE 0 TO FLAG-RECLAMO-OK
               ELSE
                   DISPLAY "Descripcion: " WITH NO ADVANCING
                   ACCEPT DESCRIPCION-DIGITADA
               END-IF
           END-IF
           .

      ******************************************************************
      * Evidencia: resultado de los casetes del terminal en la         *
      * conciliacion del dia del movimiento (en blanco si ese dia aun  *
      * no se ha conciliado) y el registro de recuperacion de          *
      * checkpoint (opcion 18) del retiro, que el cajero graba al      *
      * arrancar con el mismo monto y terminal despues de la caida.    *
      ******************************************************************
       2200-TOMAR-EVIDENCIA.
           MOVE SPACES TO EVIDENCIA-REC
           MOVE 0 TO CASETES-NO-CUADRAN-REC
           MOVE "N" TO RECUPERACION-REC
           PERFORM 2210-EVIDENCIA-CONCILIACION
           IF ID-OPCION-DIA(IX-MOV) = 18
               MOVE "S" TO RECUPERACION-REC
               MOVE CODIGO-RESULTADO-DIA(IX-MOV)
                   TO RESULTADO-RECUPERACION-REC
           ELSE
               PERFORM 2230-EVIDENCIA-RECUPERACION
           END-IF
           DISPLAY "Evidencia - conciliacion del terminal: "
               RESULTADO-BOVEDA-REC
               " casetes sin cuadrar: " CASETES-NO-CUADRAN-REC
           DISPLAY "Evidencia - recuperacion de checkpoint: "
               RECUPERACION-REC " " RESULTADO-RECUPERACION-REC
           .

       2210-EVIDENCIA-CONCILIACION.
           MOVE 0 TO CASETES-VISTOS
           MOVE 0 TO CASETES-SIN-APERTURA
           MOVE 0 TO FLAG-FIN-RESULTADO
           MOVE SPACES TO NOMBRE-RESULTADO-BOVEDA
           STRING "..\assets/conciliacion-boveda-" DELIMITED BY SIZE
                  FECHA-HORA-DIA(IX-MOV)(1:8) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO NOMBRE-RESULTADO-BOVEDA
           OPEN INPUT ARCHIVO-RESULTADO-BOVEDA
           PERFORM 2215-LEER-RESULTADO-CASETE
               UNTIL FLAG-FIN-RESULTADO = 1
           CLOSE ARCHIVO-RESULTADO-BOVEDA
           EVALUATE TRUE
               WHEN CASETES-VISTOS = 0
                   MOVE SPACES TO RESULTADO-BOVEDA-REC
               WHEN CASETES-NO-CUADRAN-REC > 0
                   MOVE "N" TO RESULTADO-BOVEDA-REC
               WHEN CASETES-SIN-APERTURA = CASETES-VISTOS
                   MOVE "S" TO RESULTADO-BOVEDA-REC
               WHEN OTHER
                   MOVE "C" TO RESULTADO-BOVEDA-REC
           END-EVALUATE
           .

       2215-LEER-RESULTADO-CASETE.
           READ ARCHIVO-RESULTADO-BOVEDA NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-RESULTADO
           END-READ
           IF FLAG-FIN-RESULTADO = 0
               AND TERMINAL-RBV = TERMINAL-DIA(IX-MOV)
               ADD 1 TO CASETES-VISTOS
               EVALUATE TRUE
                   WHEN CASETE-NO-CUADRA
                       ADD 1 TO CASETES-NO-CUADRAN-REC
                   WHEN CASETE-SIN-APERTURA
                       ADD 1 TO CASETES-SIN-APERTURA
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * La recuperacion se graba cuando el cajero vuelve a arrancar,   *
      * que puede ser despues del dia del retiro; se toma la primera   *
      * opcion 18 de la cuenta posterior al movimiento con su mismo    *
      * terminal y monto.                                              *
      ******************************************************************
       2230-EVIDENCIA-RECUPERACION.
           MOVE 0 TO FLAG-FIN-BUSQUEDA
           MOVE CUENTA-DIGITADA TO NUMERO-CUENTA-HIS
           MOVE FECHA-HORA-DIA(IX-MOV) TO FECHA-HORA-HIS
           MOVE CONSECUTIVO-DIA(IX-MOV) TO CONSECUTIVO-HIS
           START BD-HISTORICO KEY IS GREATER THAN CLAVE-HISTORICO
               INVALID KEY MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-START
           PERFORM 2235-BUSCAR-RECUPERACION
               UNTIL FLAG-FIN-BUSQUEDA = 1
           .

       2235-BUSCAR-RECUPERACION.
           READ BD-HISTORICO NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-READ
           IF FLAG-FIN-BUSQUEDA = 0
               AND (ESTADO-ARCHIVO-HISTORICO NOT = "00"
                    OR NUMERO-CUENTA-HIS NOT = CUENTA-DIGITADA)
               MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-IF
           IF FLAG-FIN-BUSQUEDA = 0
               AND ID-OPCION-HIS = 18
               AND TERMINAL-HIS = TERMINAL-DIA(IX-MOV)
               AND MONTO-HIS = MONTO-DIA(IX-MOV)
               MOVE "S" TO RECUPERACION-REC
               MOVE CODIGO-RESULTADO-HIS TO RESULTADO-RECUPERACION-REC
               MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-IF
           .

      ******************************************************************
      * El numero de reclamo es AAMMDD del dia de negocio mas un       *
      * consecutivo del dia, para que el orden de la llave sea el de   *
      * antiguedad. Se asigna antes de tomar la evidencia: la lectura  *
      * de BD-RECLAMOS que busca el consecutivo pisa el registro.      *
      ******************************************************************
       2300-GRABAR-RECLAMO.
           MOVE NUMERO-RECLAMO-LEIDO TO NUMERO-RECLAMO
           MOVE CUENTA-DIGITADA TO NUMERO-CUENTA-REC
           MOVE FECHA-HORA-DIA(IX-MOV) TO FECHA-HORA-MOV-REC
           MOVE CONSECUTIVO-DIA(IX-MOV) TO CONSECUTIVO-MOV-REC
           MOVE ID-OPCION-DIA(IX-MOV) TO ID-OPCION-MOV-REC
           MOVE MONTO-DIA(IX-MOV) TO MONTO-MOV-REC
           MOVE TERMINAL-DIA(IX-MOV) TO TERMINAL-MOV-REC
           MOVE TIPO-DIGITADO TO TIPO-RECLAMO
           MOVE MONTO-DIGITADO TO MONTO-RECLAMADO
           MOVE DESCRIPCION-DIGITADA TO DESCRIPCION-REC
           SET RECLAMO-ABIERTO TO TRUE
           MOVE FECHA-NEGOCIO TO FECHA-APERTURA-REC
           MOVE USUARIO-RECLAMOS TO USUARIO-APERTURA-REC
           MOVE FECHA-NEGOCIO TO FECHA-ESTADO-REC
           MOVE USUARIO-RECLAMOS TO USUARIO-ESTADO-REC
           MOVE SPACES TO ASIGNADO-REC
           MOVE 0 TO MONTO-APROBADO-REC
           MOVE 0 TO FECHA-ABONO-REC
           MOVE 0 TO MONTO-ABONADO-REC
           MOVE SPACES TO USUARIO-ABONO-REC
           MOVE SPACES TO NOTA-RESOLUCION-REC
           WRITE REGISTRO-RECLAMO
               INVALID KEY
                   MOVE "22" TO ESTADO-ARCHIVO-RECLAMOS
                   DISPLAY "*** No se pudo grabar el reclamo ***"
               NOT INVALID KEY
                   MOVE "00" TO ESTADO-ARCHIVO-RECLAMOS
                   DISPLAY "Reclamo registrado con numero "
                       NUMERO-RECLAMO
           END-WRITE
           .

       2310-ASIGNAR-NUMERO.
           MOVE FECHA-NEGOCIO(3:6) TO PREFIJO-RECLAMO-NUEVO
           MOVE 0 TO SECUENCIA-RECLAMO-NUEVO
           MOVE 0 TO ULTIMA-SECUENCIA
           MOVE 0 TO FLAG-FIN-BUSQUEDA
           MOVE NUMERO-RECLAMO-LEIDO TO NUMERO-RECLAMO
           START BD-RECLAMOS KEY IS NOT LESS THAN NUMERO-RECLAMO
               INVALID KEY MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-START
           PERFORM 2315-LEER-NUMERO-DEL-DIA
               UNTIL FLAG-FIN-BUSQUEDA = 1
           MOVE FECHA-NEGOCIO(3:6) TO PREFIJO-RECLAMO-NUEVO
           COMPUTE SECUENCIA-RECLAMO-NUEVO = ULTIMA-SECUENCIA + 1
           .

       2315-LEER-NUMERO-DEL-DIA.
           READ BD-RECLAMOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FIN-BUSQUEDA
           END-READ
           IF FLAG-FIN-BUSQUEDA = 0
               MOVE NUMERO-RECLAMO TO NUMERO-RECLAMO-LEIDO
               IF ESTADO-ARCHIVO-RECLAMOS NOT = "00"
                   OR PREFIJO-RECLAMO-NUEVO NOT = FECHA-NEGOCIO(3:6)
                   MOVE 1 TO FLAG-FIN-BUSQUEDA
               ELSE
                   MOVE SECUENCIA-RECLAMO-NUEVO TO ULTIMA-SECUENCIA
               END-IF
           END-IF
           .

       2400-CONSULTAR-RECLAMO.
           PERFORM 2410-LEER-RECLAMO
           IF ESTADO-ARCHIVO-RECLAMOS = "00"
               DISPLAY "-----------------------------------------------"
               DISPLAY "Reclamo " NUMERO-RECLAMO
                   " cuenta " NUMERO-CUENTA-REC
               DISPLAY "Movimiento " FECHA-HORA-MOV-REC
                   " opcion " ID-OPCION-MOV-REC
                   " monto " MONTO-MOV-REC
                   " terminal " TERMINAL-MOV-REC
               DISPLAY "Tipo " TIPO-RECLAMO
                   " reclamado " MONTO-RECLAMADO
               DISPLAY "Descripcion: " DESCRIPCION-REC
               DISPLAY "Abierto el " FECHA-APERTURA-REC
                   " por " USUARIO-APERTURA-REC
               DISPLAY "Estado " ESTADO-RECLAMO
                   " desde " FECHA-ESTADO-REC
                   " por " USUARIO-ESTADO-REC
                   " asignado a " ASIGNADO-REC
               DISPLAY "Evidencia - conciliacion " RESULTADO-BOVEDA-REC
                   " casetes sin cuadrar " CASETES-NO-CUADRAN-REC
                   " recuperacion " RECUPERACION-REC
                   " " RESULTADO-RECUPERACION-REC
               IF RECLAMO-APROBADO
                   DISPLAY "Aprobado por " MONTO-APROBADO-REC
                   IF FECHA-ABONO-REC = 0
                       DISPLAY "Abono pendiente en ajustes operativos"
                   ELSE
                       DISPLAY "Abonado el " FECHA-ABONO-REC
                           " por " MONTO-ABONADO-REC
                           " (" USUARIO-ABONO-REC ")"
                   END-IF
               END-IF
               IF NOTA-RESOLUCION-REC NOT = SPACES
                   DISPLAY "Nota: " NOTA-RESOLUCION-REC
               END-IF
               DISPLAY "-----------------------------------------------"
           END-IF
           .

       2410-LEER-RECLAMO.
           DISPLAY "Numero de reclamo: " WITH NO ADVANCING
           ACCEPT RECLAMO-DIGITADO
           MOVE RECLAMO-DIGITADO TO NUMERO-RECLAMO
           READ BD-RECLAMOS KEY IS NUMERO-RECLAMO
               INVALID KEY MOVE "23" TO ESTADO-ARCHIVO-RECLAMOS
               NOT INVALID KEY MOVE "00" TO ESTADO-ARCHIVO-RECLAMOS
           END-READ
           IF ESTADO-ARCHIVO-RECLAMOS NOT = "00"
               DISPLAY "*** Reclamo no encontrado ***"
           END-IF
           .

      ******************************************************************
      * Cambio de estado: solo los reclamos abiertos o en revision. La *
      * aprobacion la da un usuario distinto al que abrio el reclamo,  *
      * por un monto que no supera lo reclamado; la negacion exige una *
      * nota para la respuesta al cliente.                             *
      ******************************************************************
       2500-CAMBIAR-ESTADO.
           PERFORM 2410-LEER-RECLAMO
           IF ESTADO-ARCHIVO-RECLAMOS = "00"
               IF NOT RECLAMO-PENDIENTE
                   DISPLAY "*** El reclamo ya fue resuelto ("
                       ESTADO-RECLAMO ") ***"
               ELSE
                   DISPLAY "Estado actual " ESTADO-RECLAMO
                       " - reclamado " MONTO-RECLAMADO
                   DISPLAY "Nuevo estado (R=revision, P=aprobado, "
                       "N=negado): " WITH NO ADVANCING
                   ACCEPT ESTADO-DIGITADO
                   INSPECT ESTADO-DIGITADO CONVERTING "rpn" TO "RPN"
                   MOVE 0 TO FLAG-RECLAMO-OK
                   EVALUATE ESTADO-DIGITADO
                       WHEN "R" PERFORM 2510-PASAR-A-REVISION
                       WHEN "P" PERFORM 2520-APROBAR-RECLAMO
                       WHEN "N" PERFORM 2530-NEGAR-RECLAMO
                       WHEN OTHER
                           DISPLAY "*** Estado invalido ***"
                   END-EVALUATE
                   IF FLAG-RECLAMO-OK = 1
                       PERFORM 2540-GRABAR-ESTADO
                   END-IF
               END-IF
           END-IF
           .

       2510-PASAR-A-REVISION.
           SET RECLAMO-EN-REVISION TO TRUE
           MOVE USUARIO-RECLAMOS TO ASIGNADO-REC
           MOVE 1 TO FLAG-RECLAMO-OK
           .

       2520-APROBAR-RECLAMO.
           IF USUARIO-RECLAMOS = USUARIO-APERTURA-REC
               DISPLAY "*** La aprobacion debe darla un usuario "
                   "distinto al que abrio el reclamo ***"
           ELSE
               DISPLAY "Monto aprobado: " WITH NO ADVANCING
               ACCEPT MONTO-DIGITADO
               IF MONTO-DIGITADO = 0
                   OR MONTO-DIGITADO > MONTO-RECLAMADO
                   DISPLAY "*** El monto aprobado debe ser mayor que "
                       "cero y no superar lo reclamado ***"
               ELSE
                   SET RECLAMO-APROBADO TO TRUE
                   MOVE MONTO-DIGITADO TO MONTO-APROBADO-REC
                   DISPLAY "Nota: " WITH NO ADVANCING
                   ACCEPT NOTA-DIGITADA
                   MOVE NOTA-DIGITADA TO NOTA-RESOLUCION-REC
                   MOVE 1 TO FLAG-RECLAMO-OK
               END-IF
           END-IF
           .

       2530-NEGAR-RECLAMO.
           DISPLAY "Motivo de la negacion: " WITH NO ADVANCING
           ACCEPT NOTA-DIGITADA
           IF NOTA-DIGITADA = SPACES
               DISPLAY "*** Se requiere el motivo de la negacion ***"
           ELSE
               SET RECLAMO-NEGADO TO TRUE
               MOVE NOTA-DIGITADA TO NOTA-RESOLUCION-REC
               MOVE 1 TO FLAG-RECLAMO-OK
           END-IF
           .

       2540-GRABAR-ESTADO.
           PERFORM 9400-OBTENER-FECHA-NEGOCIO
           MOVE FECHA-NEGOCIO TO FECHA-ESTADO-REC
           MOVE USUARIO-RECLAMOS TO USUARIO-ESTADO-REC
           REWRITE REGISTRO-RECLAMO
               INVALID KEY
                   DISPLAY "*** No se pudo actualizar el reclamo ***"
               NOT INVALID KEY
                   DISPLAY "Reclamo " NUMERO-RECLAMO
                       " queda en estado " ESTADO-RECLAMO
           END-REWRITE
           IF RECLAMO-APROBADO
               DISPLAY "El abono se aplica en ajustes operativos con "
                   "doble autorizacion"
           END-IF
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
           CLOSE BD-RECLAMOS
           CLOSE BD-HISTORICO
           STOP RUN
           .

       END PROGRAM RECLAMOS-CLIENTES.
