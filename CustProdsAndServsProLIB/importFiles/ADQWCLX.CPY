      ************************************************************************
800052*     * 800052 15/10/26 RHM CREACION - EXTRACTO ESTADO CLIENTES    **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: EXTRACTO DIARIO COMPLETO DEL ESTADO DE LOS     *
      **             CLIENTES DEL MAESTRO DEL BANCO. TCWXCLI LO     *
      **             CARGA EN ADQCLIE; EL CLIENTE QUE NO VIENE EN   *
      **             EL EXTRACTO SE RETIRA DEL ARCHIVO LOCAL.       *
      **  COPY     : ADQWCLX                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWCLX.
      *-                               ---  CODIGO UNICO DEL CLIENTE
           03  CLX-COD-UNICO       PIC  9(10).
      *-                               ---  ESTADO (A/F/C/L, VER ADQCLIE)
           03  CLX-ESTADO          PIC  X(01).
      *-                               ---  FECHA DEL ESTADO (AAMMDD)
           03  CLX-FECHA-ESTADO    PIC  X(06).
      *-                               ---  NOMBRE DEL CLIENTE
           03  CLX-NOMBRE          PIC  X(40).
      *-                               ---
           03  CLX-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWCLX -----------------------------*
      *-------------------------------------------------------------*
