      ************************************************************************
800070*     * 800070 15/10/26 RHM USO EN TCWNPRM, TCWOCNV Y TCWVAUT       **
800069*     * 800069 15/10/26 RHM CREACION - VALIDACION FECHA AAMMDD      **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: AREA DE TRABAJO (WORKING-STORAGE) PARA VALIDAR *
      **             UNA FECHA AAMMDD CON UNA SOLA REGLA EN TODOS   *
800070**             LOS PROGRAMAS QUE RECIBEN FECHAS (TCW7EDT,     *
800070**             TCW0WVC, TCWZPEN, TCWNPRM, TCWOCNV Y TCWVAUT): *
800070**             FECHA NUMERICA,                                *
      **             MES 01-12 Y DIA ENTRE 01 Y EL ULTIMO DEL MES,  *
      **             CON FEBRERO DE 29 DIAS CUANDO AA ES MULTIPLO   *
      **             DE 4 (VENTANA 2000-2099, COMO TCWGACK). EL     *
      **             PROGRAMA MUEVE LA FECHA A FEC-FECHA-X, HACE    *
      **             SU SECCION VALIDAR-FECHA-AAMMDD Y CONSULTA     *
      **             FEC-FECHA-VALIDA.                              *
      **  COPY     : ADQWFEC                                        *
      **  ACCESO   : AREA DE TRABAJO, SIN ARCHIVO                   *
      *-------------------------------------------------------------*
      *-
       01  ADQWFEC.
      *-                               ---  FECHA A VALIDAR (AAMMDD)
           03  FEC-FECHA.
               05  FEC-AA              PIC  9(02).
               05  FEC-MM              PIC  9(02).
               05  FEC-DD              PIC  9(02).
           03  FEC-FECHA-X         REDEFINES FEC-FECHA
                                   PIC  X(06).
      *-                               ---  ULTIMO DIA DE CADA MES
      *-                                     (FEBRERO BISIESTO)
           03  FEC-DIAS-MES-TXT    PIC  X(24) VALUE
               '312931303130313130313031'.
           03  FEC-DIAS-MES-R      REDEFINES FEC-DIAS-MES-TXT.
               05  FEC-DIAS-MES        PIC  9(02)
                                       OCCURS 12 TIMES.
      *-                               ---  ULTIMO DIA DEL MES VALIDADO
           03  FEC-ULTIMO-DIA      PIC  9(02).
      *-                               ---  AUXILIARES DEL BISIESTO
           03  FEC-COCIENTE        PIC S9(05) COMP.
           03  FEC-RESTO           PIC S9(05) COMP.
      *-                               ---  RESULTADO DE LA VALIDACION
           03  FEC-SW-VALIDA       PIC  X(01).
               88  FEC-FECHA-VALIDA        VALUE  'S'.
               88  FEC-FECHA-INVALIDA      VALUE  'N'.
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWFEC -----------------------------*
      *-------------------------------------------------------------*
