      ************************************************************************
800057*     * 800057 15/10/26 RHM CREACION - SOLICITUDES PROGRAMADAS     **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: SOLICITUD DE ALTA, BAJA O MODIFICACION CON     *
      **             FECHA EFECTIVA POSTERIOR A LA FECHA DE PROCESO *
      **             (PLANILLA O VENTANILLA). LA GRABA TCW0WVC EN   *
      **             LUGAR DE INVOCAR VULCANO, LA LIBERA TCWYLIB EL *
      **             DIA EN QUE VENCE Y OPERACIONES LA CANCELA O    *
      **             REPROGRAMA CON TCWZPEN. UNA SOLA PENDIENTE POR *
      **             CLIENTE + PRODUCTO + OPERACION; UNA VEZ        *
      **             LIBERADA O CANCELADA LA CLAVE QUEDA CON SU     *
      **             ULTIMO ESTADO HASTA LA PROXIMA SOLICITUD.      *
      **  COPY     : ADQWPEN                                        *
      **  ACCESO   : INDEXADO POR PEN-CLAVE                         *
      *-------------------------------------------------------------*
      *-
       01  ADQWPEN.
      *-                               ---  CLAVE DE LA SOLICITUD
           03  PEN-CLAVE.
      *-                               ---  CODIGO UNICO DEL CLIENTE
               05  PEN-COD-UNICO       PIC  9(10).
      *-                               ---  CODIGO DE PRODUCTO
               05  PEN-COD-PRODUCTO    PIC  9(03).
      *-                               ---  OPERACION (COMO
      *-                                     WVC-OPERACION; EL ALTA SE
      *-                                     GRABA SIEMPRE CON 'A')
               05  PEN-OPERACION       PIC  X(01).
                   88  PEN-OPER-ALTA       VALUE  'A'.
                   88  PEN-OPER-BAJA       VALUE  'B'.
                   88  PEN-OPER-MODIFICA   VALUE  'M'.
      *-                               ---  FECHA EFECTIVA VIGENTE
      *-                                     (AAMMDD)
           03  PEN-FECHA-EFECTIVA  PIC  X(06).
      *-                               ---  RUC DE EMPLEADOR
           03  PEN-RUC             PIC  9(11).
      *-                               ---  CODIGO MONEDA A APERTURAR
           03  PEN-CODMON          PIC  9(03).
      *-                               ---  ESTADO DE LA SOLICITUD
           03  PEN-ESTADO          PIC  X(01).
      *-                                    ---  ESPERANDO SU FECHA
               88  PEN-PENDIENTE           VALUE  'P'.
      *-                                    ---  LIBERADA A TCW0WVC
               88  PEN-LIBERADA            VALUE  'L'.
      *-                                    ---  CANCELADA POR OPERACIONES
               88  PEN-CANCELADA           VALUE  'C'.
      *-                               ---  FECHA DEL ULTIMO CAMBIO DE
      *-                                     ESTADO O DE FECHA (AAMMDD)
           03  PEN-FECHA-ESTADO    PIC  X(06).
      *-                               ---  USUARIO/PROGRAMA QUE HIZO EL
      *-                                     ULTIMO CAMBIO
           03  PEN-USR-ESTADO      PIC  X(08).
      *-                               ---  DATOS DE LA SOLICITUD ORIGINAL
      *-                                     (CABECERA ADQCWVC)
           03  PEN-SOLICITUD.
      *-                               ---  FECHA EN QUE SE PROGRAMO
               05  PEN-FECHA-REG       PIC  X(06).
      *-                               ---  HORA EN QUE SE PROGRAMO
               05  PEN-HORA-REG        PIC  X(06).
      *-                               ---  USUARIO FUNCIONAL
               05  PEN-USRFUN          PIC  X(08).
      *-                               ---  ORIGEN
               05  PEN-ORIGEN          PIC  X(03).
      *-                               ---  PROGRAMA VULCANO A INVOCAR
               05  PEN-PGMINV          PIC  X(08).
      *-                               ---  FECHA EFECTIVA PEDIDA
      *-                                     ORIGINALMENTE (AAMMDD)
           03  PEN-FECHA-ORIGINAL  PIC  X(06).
      *-                               ---  CANTIDAD DE REPROGRAMACIONES
           03  PEN-CANT-REPROG     PIC  9(02).
      *-                               ---  RESULTADO DE LA LIBERACION
           03  PEN-RESULTADO.
      *-                               ---  WVC-RET-ESTADO
               05  PEN-RES-ESTADO      PIC  9(02).
      *-                               ---  WVC-RET-CODERR
               05  PEN-RES-CODERR      PIC  9(04).
      *-                               ---
           03  PEN-FILLER          PIC  X(20).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWPEN -----------------------------*
      *-------------------------------------------------------------*
