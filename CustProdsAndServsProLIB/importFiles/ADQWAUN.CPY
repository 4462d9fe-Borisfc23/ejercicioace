      ************************************************************************
800047*     * 800047 15/10/26 RHM CREACION - NOVEDADES DE AUTORIZACION   **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: NOVEDAD DE MANTENIMIENTO DEL MAESTRO DE        *
      **             AUTORIZACIONES (ADQWAUT) ENVIADA POR SEGURIDAD *
      **             INFORMATICA: REGISTRAR (ALTA O CAMBIO) O       *
      **             ELIMINAR LA AUTORIZACION DE UN USUARIO         *
      **             FUNCIONAL EN UN ORIGEN. LA APLICA TCWVAUT.     *
      **  COPY     : ADQWAUN                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWAUN.
      *-                               ---  ACCION SOLICITADA
           03  AUN-ACCION          PIC  X(01).
               88  AUN-REGISTRAR   VALUE  'A'.
               88  AUN-ELIMINAR    VALUE  'E'.
      *-                               ---  CLAVE USUARIO + ORIGEN
           03  AUN-CLAVE.
               05  AUN-USRFUN          PIC  X(08).
               05  AUN-ORIGEN          PIC  X(03).
      *-                               ---  OPERACIONES PERMITIDAS
      *-                                     ('S' O 'N')
           03  AUN-OPERACIONES.
               05  AUN-PERM-ALTA       PIC  X(01).
               05  AUN-PERM-BAJA       PIC  X(01).
               05  AUN-PERM-MODIF      PIC  X(01).
      *-                               ---  ALCANCE DE PRODUCTOS ('T'
      *-                                     TODOS, 'L' LISTADOS)
           03  AUN-ALCANCE-PROD    PIC  X(01).
      *-                               ---  PRODUCTOS PERMITIDOS
           03  AUN-PRODUCTOS.
               05  AUN-PRODUCTO        PIC  9(03)
                                       OCCURS 10 TIMES.
      *-                               ---  VISTA ALFANUMERICA PARA
      *-                                     VALIDAR NUMERICIDAD
           03  AUN-PRODUCTOS-X     REDEFINES AUN-PRODUCTOS
                                   PIC  X(30).
      *-                               ---  INICIO DE VIGENCIA (AAMMDD)
           03  AUN-FECHA-INI       PIC  X(06).
      *-                               ---  FIN DE VIGENCIA (AAMMDD);
      *-                                     CEROS O ESPACIOS SI NO VENCE
           03  AUN-FECHA-FIN       PIC  X(06).
      *-                               ---  USUARIO SOLICITANTE
           03  AUN-USUARIO         PIC  X(08).
      *-                               ---
           03  AUN-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWAUN -----------------------------*
      *-------------------------------------------------------------*
