      ************************************************************************
800037*     * 800037 15/10/26 RHM CREACION - MAESTRO DE CONVENIOS        **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: MAESTRO DE CONVENIOS DE PLANILLA: UN REGISTRO  *
      **             POR CADA PRODUCTO AUTORIZADO A LOS EMPLEADOS   *
      **             DE UN EMPLEADOR, CON LA VIGENCIA DEL CONVENIO  *
      **             Y EL TOPE DE AFILIACIONES VIGENTES PACTADO.    *
      **             TCW0WVC LO VALIDA EN ALTAS Y MODIFICACIONES;   *
      **             LO MANTIENE TCWOCNV.                           *
      **  COPY     : ADQCONV                                        *
      **  ACCESO   : INDEXADO POR CNV-CLAVE (RUC + PRODUCTO)        *
      *-------------------------------------------------------------*
      *-
       01  ADQCONV.
      *-                               ---  CLAVE RUC + PRODUCTO
           03  CNV-CLAVE.
      *-                               ---  RUC DEL EMPLEADOR
               05  CNV-RUC             PIC  9(11).
      *-                               ---  PRODUCTO AUTORIZADO
               05  CNV-COD-PRODUCTO    PIC  9(03).
      *-                               ---  INICIO DE VIGENCIA (AAMMDD)
           03  CNV-FECHA-INI       PIC  X(06).
      *-                               ---  FIN DE VIGENCIA (AAMMDD);
      *-                                     CEROS SI NO VENCE
           03  CNV-FECHA-FIN       PIC  X(06).
               88  CNV-SIN-VENCIMIENTO VALUE '000000'.
      *-                               ---  TOPE DE AFILIACIONES VIGENTES
      *-                                     (AFI-RUC + PRODUCTO EN
      *-                                     ADQAFIL); CERO SIN TOPE
           03  CNV-TOPE-VIGENTES   PIC  9(07).
      *-                               ---  FECHA DEL ULTIMO MANTENIMIENTO
           03  CNV-FECHA-ACT       PIC  X(06).
      *-                               ---  USUARIO DEL ULTIMO MANTENIM.
           03  CNV-USUARIO         PIC  X(08).
      *-                               ---
           03  CNV-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQCONV -----------------------------*
      *-------------------------------------------------------------*
