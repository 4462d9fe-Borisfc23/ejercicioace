      ************************************************************************
800048*     * 800048 15/10/26 RHM CREACION - VIOLACIONES DE SEGURIDAD    **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: SOLICITUD DENEGADA POR TCW0WVC CONTRA EL       *
      **             MAESTRO DE AUTORIZACIONES (ADQWAUT), CON EL    *
      **             MOTIVO DE LA DENEGACION. ARCHIVO ACUMULATIVO;  *
      **             EL REPORTE DIARIO POR USUARIO Y ORIGEN LO      *
      **             EMITE TCWWVIO.                                 *
      **  COPY     : ADQWVIO                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWVIO.
      *-                               ---  FECHA Y HORA DE LA SOLICITUD
           03  VIO-FECHA           PIC  X(06).
           03  VIO-HORA            PIC  X(06).
      *-                               ---  USUARIO FUNCIONAL Y ORIGEN
           03  VIO-USRFUN          PIC  X(08).
           03  VIO-ORIGEN          PIC  X(03).
      *-                               ---  OPERACION SOLICITADA
           03  VIO-OPERACION       PIC  X(01).
      *-                               ---  CLIENTE Y PRODUCTO
           03  VIO-COD-UNICO       PIC  9(10).
           03  VIO-COD-PRODUCTO    PIC  9(03).
      *-                               ---  PROGRAMA QUE SE IBA A INVOCAR
           03  VIO-PGMINV          PIC  X(08).
      *-                               ---  MOTIVO DE LA DENEGACION
           03  VIO-MOTIVO          PIC  X(02).
      *-                                    ---  USUARIO/ORIGEN SIN
      *-                                          AUTORIZACION
               88  VIO-SIN-AUTORIZACION    VALUE  'SA'.
      *-                                    ---  AUTORIZACION FUERA DE
      *-                                          VIGENCIA
               88  VIO-FUERA-DE-VIGENCIA   VALUE  'FV'.
      *-                                    ---  OPERACION NO PERMITIDA
               88  VIO-OPERACION-DENEGADA  VALUE  'OP'.
      *-                                    ---  PRODUCTO NO PERMITIDO
               88  VIO-PRODUCTO-DENEGADO   VALUE  'PR'.
      *-                               ---  DESCRIPCION DEL MOTIVO
           03  VIO-DESCRIP         PIC  X(40).
      *-                               ---
           03  VIO-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWVIO -----------------------------*
      *-------------------------------------------------------------*
