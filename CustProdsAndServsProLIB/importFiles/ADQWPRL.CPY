      ************************************************************************
800036*     * 800036 15/10/26 RHM CREACION - BITACORA PRODUCTO/MONEDA    **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: BITACORA PERMANENTE DE CAMBIOS APLICADOS A LA  *
      **             TABLA PRODUCTO/MONEDA (ADQPRMO): UN REGISTRO   *
      **             POR CADA NOVEDAD APLICADA Y POR CADA CAMBIO    *
      **             PROGRAMADO QUE ENTRA EN VIGOR, CON LA IMAGEN   *
      **             ANTES Y DESPUES DEL REGISTRO. LA GRABA TCWNPRM *
      **             AL FINAL DEL ARCHIVO Y NO SE DEPURA.           *
      **  COPY     : ADQWPRL                                        *
      **  ACCESO   : SECUENCIAL, GRABADO EN ORDEN CRONOLOGICO       *
      *-------------------------------------------------------------*
      *-
       01  ADQWPRL.
      *-                               ---  FECHA DE PROCESO
           03  PRL-FECHA           PIC  X(06).
      *-                               ---  HORA DE PROCESO
           03  PRL-HORA            PIC  X(06).
      *-                               ---  USUARIO SOLICITANTE
      *-                                     (TCWNPRM EN LA ENTRADA EN
      *-                                     VIGOR DE UN PROGRAMADO)
           03  PRL-USUARIO         PIC  X(08).
      *-                               ---  ACCION APLICADA
           03  PRL-ACCION          PIC  X(01).
               88  PRL-AGREGAR     VALUE  'A'.
               88  PRL-PERMITIR    VALUE  'P'.
               88  PRL-NO-PERMITIR VALUE  'N'.
               88  PRL-EN-VIGOR    VALUE  'V'.
      *-                               ---  CLAVE PRODUCTO + MONEDA
           03  PRL-COD-PRODUCTO    PIC  9(03).
           03  PRL-CODMON          PIC  9(03).
      *-                               ---  FECHA EFECTIVA DEL CAMBIO
           03  PRL-FECHA-EFEC      PIC  X(06).
      *-                               ---  IMAGEN ANTERIOR (ESPACIOS SI
      *-                                     EL PAR NO EXISTIA)
           03  PRL-ANTES.
               05  PRL-ANT-ESTADO      PIC  X(01).
               05  PRL-ANT-FECHA-PROG  PIC  X(06).
               05  PRL-ANT-ESTADO-PROG PIC  X(01).
      *-                               ---  IMAGEN POSTERIOR
           03  PRL-DESPUES.
               05  PRL-DES-ESTADO      PIC  X(01).
               05  PRL-DES-FECHA-PROG  PIC  X(06).
               05  PRL-DES-ESTADO-PROG PIC  X(01).
      *-                               ---
           03  PRL-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWPRL -----------------------------*
      *-------------------------------------------------------------*
