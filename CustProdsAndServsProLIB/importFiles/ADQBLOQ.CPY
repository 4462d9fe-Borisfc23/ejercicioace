      ************************************************************************
800051*     * 800051 15/10/26 RHM CREACION - PERSONAS BLOQUEADAS         **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: LISTA DE PERSONAS BLOQUEADAS DE CUMPLIMIENTO,  *
      **             CARGADA CADA DIA POR TCWXCLI DESDE EL EXTRACTO *
      **             ADQWBLX. UN CLIENTE EN LA LISTA NO ES ELEGIBLE *
      **             PARA ALTAS NI MODIFICACIONES EN TCW0WVC.       *
      **  COPY     : ADQBLOQ                                        *
      **  ACCESO   : INDEXADO POR BLQ-COD-UNICO                     *
      *-------------------------------------------------------------*
      *-
       01  ADQBLOQ.
      *-                               ---  CODIGO UNICO DEL CLIENTE
           03  BLQ-COD-UNICO       PIC  9(10).
      *-                               ---  LISTA DE ORIGEN DEL BLOQUEO
      *-                                     (INTERNA, OFAC, ONU, ...)
           03  BLQ-LISTA           PIC  X(03).
      *-                               ---  FECHA DE INCLUSION (AAMMDD)
           03  BLQ-FECHA-INCLUSION PIC  X(06).
      *-                               ---  MOTIVO DEL BLOQUEO
           03  BLQ-MOTIVO          PIC  X(40).
      *-                               ---  FECHA DE LA ULTIMA CARGA QUE
      *-                                     TRAJO A LA PERSONA (AAMMDD)
           03  BLQ-FECHA-CARGA     PIC  X(06).
      *-                               ---
           03  BLQ-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQBLOQ -----------------------------*
      *-------------------------------------------------------------*
