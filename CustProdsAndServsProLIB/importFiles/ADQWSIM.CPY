      ************************************************************************
800068*     * 800068 15/10/26 RHM CREACION - CONTROL SIMULACION CARGA     **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: REGISTRO UNICO DE CONTROL DE TCW1BAT (Y DE     *
      **             CADA INSTANCIA DEL FLUJO PARTICIONADO). SIN    *
      **             ARCHIVO, O CON MODO 'R' O ESPACIO, LA CARGA    *
      **             ES REAL. CON MODO 'S' SE SIMULA: TCW0WVC HACE  *
      **             TODAS LAS VALIDACIONES LOCALES SIN INVOCAR     *
      **             VULCANO NI GRABAR NINGUN ARCHIVO, Y ARCSALBAT  *
      **             SALE MARCADO COMO SIMULACION PARA EL           *
      **             PRONOSTICO PRE-CARGA DE TCWBREM. EL MODO 'S'   *
      **             SE PIDE SOLO PARA UNA CORRIDA Y SE RETIRA.     *
      **  COPY     : ADQWSIM                                        *
      **  ACCESO   : SECUENCIAL, UN UNICO REGISTRO DE CONTROL       *
      *-------------------------------------------------------------*
      *-
       01  ADQWSIM.
      *-                               ---  MODO DE LA CORRIDA
           03  SIM-MODO            PIC  X(01).
      *-                               ---  CARGA REAL
               88  SIM-REAL            VALUE  'R' SPACE.
      *-                               ---  SIMULACION (PRONOSTICO)
               88  SIM-SIMULACION      VALUE  'S'.
      *-                               ---
           03  SIM-FILLER          PIC  X(19).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWSIM -----------------------------*
      *-------------------------------------------------------------*
