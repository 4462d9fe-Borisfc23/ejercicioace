      ************************************************************************
800038*     * 800038 15/10/26 RHM CREACION - NOVEDADES DE CONVENIOS      **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: NOVEDAD DE MANTENIMIENTO DEL MAESTRO DE        *
      **             CONVENIOS (ADQCONV) ENVIADA POR EL AREA        *
      **             COMERCIAL: REGISTRAR (ALTA O CAMBIO) O         *
      **             ELIMINAR UN PRODUCTO DEL CONVENIO DE UN RUC.   *
      **             LA APLICA TCWOCNV.                             *
      **  COPY     : ADQWCVN                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWCVN.
      *-                               ---  ACCION SOLICITADA
           03  CVN-ACCION          PIC  X(01).
               88  CVN-REGISTRAR   VALUE  'A'.
               88  CVN-ELIMINAR    VALUE  'E'.
      *-                               ---  CLAVE RUC + PRODUCTO
           03  CVN-CLAVE.
               05  CVN-RUC             PIC  9(11).
               05  CVN-COD-PRODUCTO    PIC  9(03).
      *-                               ---  VISTA ALFANUMERICA CLAVE
      *-                                     PARA VALIDAR NUMERICIDAD
           03  CVN-CLAVE-X         REDEFINES CVN-CLAVE
                                   PIC  X(14).
      *-                               ---  INICIO DE VIGENCIA (AAMMDD)
           03  CVN-FECHA-INI       PIC  X(06).
      *-                               ---  FIN DE VIGENCIA (AAMMDD);
      *-                                     CEROS O ESPACIOS SI NO VENCE
           03  CVN-FECHA-FIN       PIC  X(06).
      *-                               ---  TOPE DE AFILIACIONES VIGENTES
           03  CVN-TOPE            PIC  9(07).
           03  CVN-TOPE-X          REDEFINES CVN-TOPE
                                   PIC  X(07).
      *-                               ---  USUARIO SOLICITANTE
           03  CVN-USUARIO         PIC  X(08).
      *-                               ---
           03  CVN-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWCVN -----------------------------*
      *-------------------------------------------------------------*
