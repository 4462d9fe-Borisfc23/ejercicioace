      ************************************************************************
800058*     * 800058 15/10/26 RHM FECHA EFECTIVA EN EL DETALLE            **
800014*     * 800014 08/23/26 RHM CREACION - ENTRADA BATCH CON CONTROLES  **
      ************************************************************************
      ***************************************************************
      **             TRUNCADOS O CARGADOS DOS VECES ANTES DE QUE    *
      **             NINGUN REGISTRO LLEGUE A TCW0WVC. EL DETALLE   *
      **             LIMPIO SE COPIA A ARCENTBAT EN FORMATO ADQWBE. *
      **             EL DETALLE PUEDE TRAER FECHA EFECTIVA FUTURA   *
      **             (ALTA ANTES DEL INGRESO DEL EMPLEADO).         *
      **  COPY     : ADQWBEP                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
               88  WBP-DETALLE     VALUE  'D'.
               88  WBP-COLA        VALUE  'F'.
      *-                               ---  RESTO DEL REGISTRO
800058     03  WBP-RESTO           PIC  X(33).
800058*    03  WBP-RESTO           PIC  X(27).
      *-                               ---  VISTA CABECERA
           03  WBP-CAB             REDEFINES WBP-RESTO.
      *-                               ---  FECHA DE GENERACION
               05  WBP-CAB-FECHA       PIC  X(06).
      *-                               ---
800058         05  WBP-CAB-FILLER      PIC  X(27).
800058*        05  WBP-CAB-FILLER      PIC  X(21).
      *-                               ---  VISTA DETALLE (MISMO ORDEN
      *-                                     QUE ADQWBE, EN ALFANUMERICO
      *-                                     PARA VALIDAR NUMERICIDAD)
               05  WBP-DET-RUC         PIC  X(11).
      *-                               ---  CODIGO MONEDA A APERTURAR
               05  WBP-DET-CODMON      PIC  X(03).
800058*-                               ---  FECHA EFECTIVA AAMMDD
800058*-                                     (ESPACIO = INMEDIATA)
800058         05  WBP-DET-FECHA-EFEC  PIC  X(06).
800058         05  WBP-DET-FECHA-EFEC-R REDEFINES WBP-DET-FECHA-EFEC.
800058             07  WBP-DET-EFEC-AA     PIC  9(02).
800058             07  WBP-DET-EFEC-MM     PIC  9(02).
800058             07  WBP-DET-EFEC-DD     PIC  9(02).
      *-                               ---  VISTA COLA DE CONTROL
           03  WBP-FIN             REDEFINES WBP-RESTO.
      *-                               ---  CANTIDAD DE DETALLES
               05  WBP-FIN-HASH-N      REDEFINES WBP-FIN-HASH
                                       PIC  9(15).
      *-                               ---
800058         05  WBP-FIN-FILLER      PIC  X(11).
800058*        05  WBP-FIN-FILLER      PIC  X(05).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWBEP -----------------------------*
      *-------------------------------------------------------------*
