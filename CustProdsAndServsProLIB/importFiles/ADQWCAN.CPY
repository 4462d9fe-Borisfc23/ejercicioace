      ************************************************************************
800043*     * 800043 15/10/26 RHM CREACION - NOVEDADES DE CASOS          **
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: NOVEDAD DE BACK OFFICE SOBRE UN CASO DE        *
      **             RECHAZO PERMANENTE (ADQWCAS): ASIGNAR          *
      **             ANALISTA, CORREGIR RUC / MONEDA / PRODUCTO     *
      **             PARA SU RESUBMISION, O DESCARTAR EL CASO.      *
      **             LA APLICA TCWRCAS.                             *
      **  COPY     : ADQWCAN                                        *
      **  ACCESO   : SECUENCIAL                                     *
      *-------------------------------------------------------------*
      *-
       01  ADQWCAN.
      *-                               ---  ACCION SOLICITADA
           03  CAN-ACCION          PIC  X(01).
               88  CAN-ASIGNAR     VALUE  'S'.
               88  CAN-CORREGIR    VALUE  'C'.
               88  CAN-DESCARTAR   VALUE  'D'.
      *-                               ---  CLAVE DEL CASO (CAS-CLAVE)
           03  CAN-CLAVE.
               05  CAN-COD-UNICO       PIC  9(10).
               05  CAN-FECHA-RECH      PIC  X(06).
               05  CAN-HORA-RECH       PIC  X(06).
               05  CAN-COD-PRODUCTO    PIC  9(03).
      *-                               ---  VISTA ALFANUMERICA CLAVE
           03  CAN-CLAVE-X         REDEFINES CAN-CLAVE
                                   PIC  X(25).
      *-                               ---  ANALISTA A ASIGNAR (EN LA
      *-                                     CORRECCION ES OPCIONAL)
           03  CAN-ANALISTA        PIC  X(08).
      *-                               ---  VALORES CORREGIDOS; CERO
      *-                                     CONSERVA EL ORIGINAL
           03  CAN-CORRECCION.
               05  CAN-RUC             PIC  9(11).
               05  CAN-CODMON          PIC  9(03).
               05  CAN-PRODUCTO        PIC  9(03).
           03  CAN-CORRECCION-X    REDEFINES CAN-CORRECCION
                                   PIC  X(17).
      *-                               ---  CODIGO DE RESOLUCION DEL
      *-                                     DESCARTE (ESPACIO = 'DE')
           03  CAN-COD-RESOL       PIC  X(02).
      *-                               ---  USUARIO SOLICITANTE
           03  CAN-USUARIO         PIC  X(08).
      *-                               ---
           03  CAN-FILLER          PIC  X(10).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWCAN -----------------------------*
      *-------------------------------------------------------------*
