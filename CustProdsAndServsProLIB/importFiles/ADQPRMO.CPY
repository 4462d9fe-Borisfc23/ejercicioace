      ************************************************************************
800034*     * 800034 15/10/26 RHM CAMBIO PROGRAMADO CON FECHA EFECTIVA    **
800004*     * 800004 07/28/26 RHM CREACION - TABLA PRODUCTO/MONEDA        **
      ************************************************************************
      ***************************************************************
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: TABLA DE COMPATIBILIDAD PRODUCTO/MONEDA, USADA *
      **             PARA VALIDAR WVC-CODMON CONTRA WVC-COD-PRODUCTO*
      **             ANTES DE INVOCAR VULCANO. LA MANTIENE TCWNPRM: *
      **             PRM-ESTADO ES EL INDICADOR EN VIGOR Y, SI HAY  *
      **             UN CAMBIO PROGRAMADO, PRM-ESTADO-PROG RIGE     *
      **             DESDE PRM-FECHA-PROG INCLUSIVE.                *
      **  COPY     : ADQPRMO                                        *
      **  ACCESO   : INDEXADO POR PRM-CLAVE (PRODUCTO + MONEDA)     *
      *-------------------------------------------------------------*
           03  PRM-ESTADO          PIC  X(01).
               88  PRM-PERMITIDO   VALUE  'S'.
               88  PRM-NO-PERMITIDO VALUE 'N'.
800034*-                               ---  FECHA EFECTIVA (AAMMDD) DEL
800034*-                                     CAMBIO PROGRAMADO; ESPACIOS
800034*-                                     SI NO HAY CAMBIO PENDIENTE
800034     03  PRM-FECHA-PROG      PIC  X(06).
800034*-                               ---  INDICADOR QUE RIGE DESDE
800034*-                                     PRM-FECHA-PROG (S/N)
800034     03  PRM-ESTADO-PROG     PIC  X(01).
800034         88  PRM-PROG-PERMITIDO    VALUE  'S'.
800034         88  PRM-PROG-NO-PERMITIDO VALUE  'N'.
      *-                               ---
800034     03  PRM-FILLER          PIC  X(03).
800034*    03  PRM-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQPRMO -----------------------------*
      *-------------------------------------------------------------*
