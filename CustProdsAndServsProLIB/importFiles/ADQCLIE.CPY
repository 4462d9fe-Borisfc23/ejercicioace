      ************************************************************************
800050*     * 800050 15/10/26 RHM CREACION - ESTADO DE CLIENTES          **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: ESTADO DEL CLIENTE EN EL MAESTRO DE CLIENTES   *
      **             DEL BANCO, CARGADO CADA DIA POR TCWXCLI DESDE  *
      **             EL EXTRACTO ADQWCLX. TCW0WVC LO VALIDA EN      *
      **             ALTAS Y MODIFICACIONES: SOLO EL CLIENTE ACTIVO *
      **             ES ELEGIBLE.                                   *
      **  COPY     : ADQCLIE                                        *
      **  ACCESO   : INDEXADO POR CLI-COD-UNICO                     *
      *-------------------------------------------------------------*
      *-
       01  ADQCLIE.
      *-                               ---  CODIGO UNICO DEL CLIENTE
           03  CLI-COD-UNICO       PIC  9(10).
      *-                               ---  ESTADO DEL CLIENTE
           03  CLI-ESTADO          PIC  X(01).
      *-                                    ---  ACTIVO (ELEGIBLE)
               88  CLI-ACTIVO              VALUE  'A'.
      *-                                    ---  FALLECIDO
               88  CLI-FALLECIDO           VALUE  'F'.
      *-                                    ---  CLIENTE CERRADO
               88  CLI-CERRADO             VALUE  'C'.
      *-                                    ---  BLOQUEO POR PREVENCION
      *-                                          DE LAVADO DE ACTIVOS
               88  CLI-BLOQUEO-PLAFT       VALUE  'L'.
      *-                               ---  FECHA DEL ESTADO (AAMMDD)
           03  CLI-FECHA-ESTADO    PIC  X(06).
      *-                               ---  NOMBRE DEL CLIENTE
           03  CLI-NOMBRE          PIC  X(40).
      *-                               ---  FECHA DE LA ULTIMA CARGA QUE
      *-                                     TRAJO AL CLIENTE (AAMMDD)
           03  CLI-FECHA-CARGA     PIC  X(06).
      *-                               ---
           03  CLI-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQCLIE -----------------------------*
      *-------------------------------------------------------------*
