      ************************************************************************
800044*     * 800044 15/10/26 RHM CREACION - CONTROL AUDITORIA INTEGRIDAD **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: REGISTRO UNICO DE CONTROL DE TCWUINT. SIN      *
      **             ARCHIVO, O CON MODO 'A' O ESPACIO, SE AUDITA   *
      **             LA CONSISTENCIA ENTRE ADQAFIL, ADQAXRF Y LA    *
      **             HISTORIA ADQWHIS SIN MODIFICAR NADA. CON MODO  *
      **             'R' SE RECONSTRUYEN ADQAFIL Y ADQAXRF DESDE LA *
      **             HISTORIA HASTA LA FECHA DE CORTE INCLUSIVE     *
      **             (CERO O ESPACIOS = TODA LA HISTORIA). EL MODO  *
      **             'R' SE PIDE SOLO PARA UNA CORRIDA Y SE RETIRA. *
      **  COPY     : ADQWINC                                        *
      **  ACCESO   : SECUENCIAL, UN UNICO REGISTRO DE CONTROL       *
      *-------------------------------------------------------------*
      *-
       01  ADQWINC.
      *-                               ---  MODO DE LA CORRIDA
           03  INC-MODO            PIC  X(01).
      *-                               ---  AUDITORIA (SOLO LECTURA)
               88  INC-AUDITORIA       VALUE  'A' SPACE.
      *-                               ---  RECONSTRUCCION DESDE HISTORIA
               88  INC-RECONSTRUIR     VALUE  'R'.
      *-                               ---  FECHA DE CORTE (AAMMDD)
           03  INC-FECHA-CORTE     PIC  X(06).
      *-                               ---
           03  INC-FILLER          PIC  X(13).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWINC -----------------------------*
      *-------------------------------------------------------------*
