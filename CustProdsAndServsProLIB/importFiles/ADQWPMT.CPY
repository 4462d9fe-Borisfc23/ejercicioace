      ************************************************************************
800035*     * 800035 15/10/26 RHM CREACION - NOVEDADES PRODUCTO/MONEDA   **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: NOVEDAD DE MANTENIMIENTO DE LA TABLA DE        *
      **             COMPATIBILIDAD PRODUCTO/MONEDA (ADQPRMO),      *
      **             ENVIADA POR PRODUCTOS CON SU FECHA EFECTIVA:   *
      **             AGREGAR UN PAR NUEVO, PERMITIR O NO PERMITIR   *
      **             UN PAR EXISTENTE. LA APLICA TCWNPRM.           *
      **  COPY     : ADQWPMT                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWPMT.
      *-                               ---  ACCION SOLICITADA
           03  PMT-ACCION          PIC  X(01).
               88  PMT-AGREGAR     VALUE  'A'.
               88  PMT-PERMITIR    VALUE  'P'.
               88  PMT-NO-PERMITIR VALUE  'N'.
      *-                               ---  CLAVE PRODUCTO + MONEDA
           03  PMT-CLAVE.
      *-                               ---  CODIGO DE PRODUCTO
               05  PMT-COD-PRODUCTO    PIC  9(03).
      *-                               ---  CODIGO DE MONEDA
               05  PMT-CODMON          PIC  9(03).
      *-                               ---  VISTA ALFANUMERICA CLAVE
      *-                                     PARA VALIDAR NUMERICIDAD
           03  PMT-CLAVE-X         REDEFINES PMT-CLAVE
                                   PIC  X(06).
      *-                               ---  FECHA EFECTIVA (AAMMDD)
           03  PMT-FECHA-EFEC      PIC  X(06).
      *-                               ---  USUARIO SOLICITANTE
           03  PMT-USUARIO         PIC  X(08).
      *-                               ---
           03  PMT-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWPMT -----------------------------*
      *-------------------------------------------------------------*
