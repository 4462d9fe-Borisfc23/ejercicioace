      ************************************************************************
800063*     * 800063 15/10/26 RHM CREACION - ABONOS DE PLANILLA          **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: ABONO DE REMUNERACIONES RECIBIDO DEL SISTEMA   *
      **             DE DEPOSITOS, IDENTIFICADO POR EL NRO DE       *
      **             CUENTA ABONADA Y EL RUC DEL EMPLEADOR QUE      *
      **             PAGA. LO CRUZA TCX0DOR CONTRA ADQAXRF PARA     *
      **             UBICAR LA AFILIACION A CTA SUELDO.             *
      **  COPY     : ADQWDEP                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWDEP.
      *-                               ---  NRO CUENTA ABONADA
           03  DEP-NROCTA          PIC  X(20).
      *-                               ---  FECHA DEL ABONO (AAMMDD)
           03  DEP-FECHA           PIC  X(06).
      *-                               ---  RUC DEL EMPLEADOR PAGADOR
           03  DEP-RUC-PAGADOR     PIC  9(11).
      *-                               ---  TIPO DE MOVIMIENTO
           03  DEP-TIPO-MOV        PIC  X(01).
      *-                                    ---  ABONO DE PLANILLA
               88  DEP-ABONO               VALUE  'A'.
      *-                                    ---  EXTORNO DE UN ABONO
               88  DEP-EXTORNO             VALUE  'E'.
      *-                               ---  MONEDA DEL ABONO
           03  DEP-CODMON          PIC  9(03).
      *-                               ---  IMPORTE ABONADO
           03  DEP-IMPORTE         PIC  9(11)V99.
      *-                               ---
           03  DEP-FILLER          PIC  X(16).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWDEP -----------------------------*
      *-------------------------------------------------------------*
