      ******************************************************************
      * Copybook: CTLCADEN.cpy                                         *
      * Purpose: Layout del control de la cadena nocturna              *
      *          (BD-CONTROL-CADENA). Un registro por dia de negocio   *
      *          cerrado y por paso de la cadena, con la hora de       *
      *          inicio y de fin, el estado y el codigo de retorno del *
      *          paso y sus conteos de registros. Cada programa de la  *
      *          cadena lo consulta antes de correr y lo actualiza al  *
      *          empezar y al terminar; CADENA-NOCTURNA lo usa para    *
      *          retomar una noche abortada en el paso que fallo.      *
      ******************************************************************
      * CONTROL DE CAMBIOS: Creacion del copybook                      *
      *              FECHA: 15/10/2026                                 *
      ******************************************************************
           01 REGISTRO-CONTROL-CADENA.
               05 CLAVE-CONTROL-CADENA.
                   10 FECHA-CERRADA-CTL      PIC 9(08).
                   10 PASO-CTL               PIC 9(02).
               05 PROGRAMA-CTL               PIC X(20).
               05 ESTADO-PASO-CTL            PIC X(01).
                   88 PASO-EN-CURSO              VALUE "E".
                   88 PASO-TERMINADO             VALUE "T".
                   88 PASO-FALLIDO               VALUE "F".
               05 FECHA-HORA-INICIO-CTL      PIC X(14).
               05 FECHA-HORA-FIN-CTL         PIC X(14).
               05 CODIGO-RETORNO-CTL         PIC 9(02).
               05 REGISTROS-LEIDOS-CTL       PIC 9(07).
               05 REGISTROS-ESCRITOS-CTL     PIC 9(07).
               05 EJECUCIONES-CTL            PIC 9(03).
