      ************************************************************************
800064*     * 800064 15/10/26 RHM CREACION - SEGUIMIENTO DE ABONOS        **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: SEGUIMIENTO MENSUAL DE LOS ABONOS DE PLANILLA  *
      **             DE CADA AFILIACION VIGENTE A CTA SUELDO. LO    *
      **             ACTUALIZA TCX0DOR UNA VEZ POR PERIODO (AAMM):  *
      **             MESES SEGUIDOS SIN ABONO Y MESES SEGUIDOS CON  *
      **             ABONOS DE UN RUC DISTINTO DE AFI-RUC. LOS      *
      **             CONTADORES ANTERIORES AL PERIODO SE GUARDAN    *
      **             PARA QUE EL REPROCESO DEL MISMO MES NO LOS     *
      **             SUME DOS VECES. SI LA AFILIACION SE ANULA Y SE *
      **             VUELVE A DAR DE ALTA (OTRA FECHA DE            *
      **             AFILIACION) EL SEGUIMIENTO ARRANCA DE CERO.    *
      **  COPY     : ADQWDOR                                        *
      **  ACCESO   : INDEXADO POR DOR-CLAVE                         *
      *-------------------------------------------------------------*
      *-
       01  ADQWDOR.
      *-                               ---  CLAVE COD-UNICO + PRODUCTO
      *-                                     (COMO AFI-CLAVE)
           03  DOR-CLAVE.
      *-                               ---  CODIGO UNICO DEL CLIENTE
               05  DOR-COD-UNICO       PIC  9(10).
      *-                               ---  CODIGO DE PRODUCTO
               05  DOR-COD-PRODUCTO    PIC  9(03).
      *-                               ---  NRO CUENTA AFILIADA
           03  DOR-NROCTA          PIC  X(20).
      *-                               ---  RUC DEL EMPLEADOR (AFI-RUC)
           03  DOR-RUC             PIC  9(11).
      *-                               ---  FECHA DE AFILIACION (AAMMDD)
           03  DOR-FECHA-AFIL      PIC  X(06).
      *-                               ---  ULTIMO PERIODO EVALUADO
      *-                                     (AAMM)
           03  DOR-PERIODO         PIC  9(04).
      *-                               ---  RESULTADO DEL ULTIMO PERIODO
           03  DOR-RESULTADO       PIC  X(01).
      *-                                    ---  ABONO DEL EMPLEADOR
               88  DOR-CON-ABONO           VALUE  'C'.
      *-                                    ---  SIN NINGUN ABONO
               88  DOR-SIN-ABONO           VALUE  'S'.
      *-                                    ---  SOLO ABONOS DE OTRO RUC
               88  DOR-RUC-DISTINTO        VALUE  'D'.
      *-                                    ---  AFILIADA EN EL PERIODO,
      *-                                         TODAVIA SIN ABONO
               88  DOR-MES-AFILIACION      VALUE  'N'.
      *-                               ---  ABONOS DEL PERIODO
           03  DOR-CANT-ABONOS     PIC  9(03).
      *-                               ---  RUC PAGADOR DISTINTO DE
      *-                                     AFI-RUC (EL ULTIMO VISTO)
           03  DOR-RUC-PAGADOR     PIC  9(11).
      *-                               ---  SITUACION AL CIERRE DEL
      *-                                     ULTIMO PERIODO EVALUADO
           03  DOR-ACTUAL.
      *-                               ---  MESES SEGUIDOS SIN ABONO
               05  DOR-MESES-SIN-ABONO PIC  9(03).
      *-                               ---  MESES SEGUIDOS CON RUC
      *-                                     PAGADOR DISTINTO
               05  DOR-MESES-RUC-DIF   PIC  9(03).
      *-                               ---  TOTAL DE MESES SIN ABONO
               05  DOR-TOT-SIN-ABONO   PIC  9(03).
      *-                               ---  TOTAL DE MESES CON RUC
      *-                                     PAGADOR DISTINTO
               05  DOR-TOT-RUC-DIF     PIC  9(03).
      *-                               ---  ULTIMO PERIODO CON ABONO
      *-                                     (AAMM)
               05  DOR-ULT-PER-ABONO   PIC  9(04).
      *-                               ---  LA MISMA SITUACION ANTES DEL
      *-                                     ULTIMO PERIODO EVALUADO
           03  DOR-ANTERIOR.
               05  DOR-ANT-SIN-ABONO   PIC  9(03).
               05  DOR-ANT-RUC-DIF     PIC  9(03).
               05  DOR-ANT-TOT-SIN     PIC  9(03).
               05  DOR-ANT-TOT-RUC     PIC  9(03).
               05  DOR-ANT-ULT-PER     PIC  9(04).
      *-                               ---  'S' SI SE PROPUSO SU BAJA EN
      *-                                     EL ULTIMO PERIODO
           03  DOR-CANDIDATA       PIC  X(01).
               88  DOR-ES-CANDIDATA        VALUE  'S'.
      *-                               ---
           03  DOR-FILLER          PIC  X(20).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWDOR -----------------------------*
      *-------------------------------------------------------------*
