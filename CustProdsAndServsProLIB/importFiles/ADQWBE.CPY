      ************************************************************************
800059*     * 800059 15/10/26 RHM FECHA EFECTIVA DE LA SOLICITUD          **
800003*     * 800003 07/27/26 RHM CREACION - REGISTRO ENTRADA BATCH WVC   **
      ************************************************************************
      ***************************************************************
           03  WBE-RUC             PIC  9(11).
      *-                               ---  CODIGO MONEDA A APERTURAR
           03  WBE-CODMON          PIC  9(03).
800059*-                               ---  FECHA EFECTIVA AAMMDD
800059*-                                     (ESPACIO = INMEDIATA)
800059     03  WBE-FECHA-EFECTIVA  PIC  X(06).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWBE -----------------------------*
      *-------------------------------------------------------------*
