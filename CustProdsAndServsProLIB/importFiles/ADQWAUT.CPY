      ************************************************************************
800046*     * 800046 15/10/26 RHM CREACION - AUTORIZACION USRFUN/ORIGEN  **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: MAESTRO DE AUTORIZACIONES: PARA CADA USUARIO   *
      **             FUNCIONAL Y ORIGEN (WVC-HDR-USRFUN +           *
      **             WVC-HDR-ORIGEN) LAS OPERACIONES Y PRODUCTOS    *
      **             QUE PUEDE SOLICITAR Y SU VIGENCIA. TCW0WVC LO  *
      **             VALIDA ANTES DE TODA OTRA VALIDACION LOCAL;    *
      **             LO MANTIENE TCWVAUT.                           *
      **  COPY     : ADQWAUT                                        *
      **  ACCESO   : INDEXADO POR AUT-CLAVE (USRFUN + ORIGEN)       *
      *-------------------------------------------------------------*
      *-
       01  ADQWAUT.
      *-                               ---  CLAVE USUARIO + ORIGEN
           03  AUT-CLAVE.
      *-                               ---  USUARIO FUNCIONAL
               05  AUT-USRFUN          PIC  X(08).
      *-                               ---  ORIGEN DE LA SOLICITUD
               05  AUT-ORIGEN          PIC  X(03).
      *-                               ---  OPERACIONES PERMITIDAS
      *-                                     ('S' = PERMITIDA)
           03  AUT-OPERACIONES.
               05  AUT-PERM-ALTA       PIC  X(01).
                   88  AUT-PERMITE-ALTA    VALUE  'S'.
               05  AUT-PERM-BAJA       PIC  X(01).
                   88  AUT-PERMITE-BAJA    VALUE  'S'.
               05  AUT-PERM-MODIF      PIC  X(01).
                   88  AUT-PERMITE-MODIF   VALUE  'S'.
      *-                               ---  ALCANCE DE PRODUCTOS: TODOS
      *-                                     O SOLO LOS LISTADOS
           03  AUT-ALCANCE-PROD    PIC  X(01).
               88  AUT-TODOS-LOS-PRODUCTOS VALUE  'T'.
               88  AUT-PRODUCTOS-LISTADOS  VALUE  'L'.
      *-                               ---  PRODUCTOS PERMITIDOS (CERO
      *-                                     = POSICION LIBRE)
           03  AUT-PRODUCTOS.
               05  AUT-PRODUCTO        PIC  9(03)
                                       OCCURS 10 TIMES.
      *-                               ---  INICIO DE VIGENCIA (AAMMDD)
           03  AUT-FECHA-INI       PIC  X(06).
      *-                               ---  FIN DE VIGENCIA (AAMMDD);
      *-                                     CEROS SI NO VENCE
           03  AUT-FECHA-FIN       PIC  X(06).
               88  AUT-SIN-VENCIMIENTO VALUE '000000'.
      *-                               ---  FECHA DEL ULTIMO MANTENIMIENTO
           03  AUT-FECHA-ACT       PIC  X(06).
      *-                               ---  USUARIO DEL ULTIMO MANTENIM.
           03  AUT-USUARIO         PIC  X(08).
      *-                               ---
           03  AUT-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWAUT -----------------------------*
      *-------------------------------------------------------------*
