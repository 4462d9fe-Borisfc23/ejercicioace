      ************************************************************************
800061*     * 800061 15/10/26 RHM CREACION - NOVEDADES DE PROGRAMADAS    **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: NOVEDAD DE OPERACIONES SOBRE UNA SOLICITUD     *
      **             PROGRAMADA (ADQWPEN) TODAVIA PENDIENTE:        *
      **             CANCELARLA O CAMBIAR SU FECHA EFECTIVA. LA     *
      **             APLICA TCWZPEN.                                *
      **  COPY     : ADQWPNV                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWPNV.
      *-                               ---  ACCION SOLICITADA
           03  PNV-ACCION          PIC  X(01).
               88  PNV-CANCELAR    VALUE  'C'.
               88  PNV-REPROGRAMAR VALUE  'R'.
      *-                               ---  CLAVE DE LA SOLICITUD
           03  PNV-CLAVE.
      *-                               ---  CODIGO UNICO DEL CLIENTE
               05  PNV-COD-UNICO       PIC  X(10).
      *-                               ---  CODIGO DE PRODUCTO
               05  PNV-COD-PRODUCTO    PIC  X(03).
      *-                               ---  OPERACION ('A', 'B', 'M';
      *-                                     ESPACIO = ALTA)
               05  PNV-OPERACION       PIC  X(01).
      *-                               ---  NUEVA FECHA EFECTIVA (AAMMDD)
      *-                                     SOLO PARA REPROGRAMAR
           03  PNV-FECHA-NUEVA     PIC  X(06).
           03  PNV-FECHA-NUEVA-R   REDEFINES PNV-FECHA-NUEVA.
               05  PNV-NUEVA-AA        PIC  9(02).
               05  PNV-NUEVA-MM        PIC  9(02).
               05  PNV-NUEVA-DD        PIC  9(02).
      *-                               ---  USUARIO DE OPERACIONES QUE
      *-                                     SOLICITA EL CAMBIO
           03  PNV-USUARIO         PIC  X(08).
      *-                               ---  MOTIVO INFORMADO
           03  PNV-MOTIVO          PIC  X(30).
      *-                               ---
           03  PNV-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWPNV -----------------------------*
      *-------------------------------------------------------------*
