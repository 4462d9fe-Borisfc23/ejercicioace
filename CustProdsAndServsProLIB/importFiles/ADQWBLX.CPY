      ************************************************************************
800053*     * 800053 15/10/26 RHM CREACION - EXTRACTO PERSONAS BLOQUEADAS**
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: EXTRACTO DIARIO COMPLETO DE LA LISTA DE        *
      **             PERSONAS BLOQUEADAS DE CUMPLIMIENTO. TCWXCLI   *
      **             LO CARGA EN ADQBLOQ; LA PERSONA QUE NO VIENE   *
      **             EN EL EXTRACTO SALE DE LA LISTA LOCAL.         *
      **  COPY     : ADQWBLX                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWBLX.
      *-                               ---  CODIGO UNICO DEL CLIENTE
           03  BLX-COD-UNICO       PIC  9(10).
      *-                               ---  LISTA DE ORIGEN DEL BLOQUEO
           03  BLX-LISTA           PIC  X(03).
      *-                               ---  FECHA DE INCLUSION (AAMMDD)
           03  BLX-FECHA-INCLUSION PIC  X(06).
      *-                               ---  MOTIVO DEL BLOQUEO
           03  BLX-MOTIVO          PIC  X(40).
      *-                               ---
           03  BLX-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWBLX -----------------------------*
      *-------------------------------------------------------------*
