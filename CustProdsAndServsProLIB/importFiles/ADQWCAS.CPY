      ************************************************************************
800055*     * 800055 15/10/26 RHM RAZON CLIENTE NO ELEGIBLE (9009-9013)   **
800042*     * 800042 15/10/26 RHM CREACION - CASOS DE RECHAZOS PERMANENTES**
      ************************************************************************
      ***************************************************************
      **  SISTEMA  : T A R J E T A   D E   C R E D I T O            *
      **  OBJETIVO : INTERFASE VULCANO                              *
      **  DESCRIPC.: CASO DE SEGUIMIENTO DE UN RECHAZO PERMANENTE   *
800055**             (WRJ-ESTADO 20: VALIDACION LOCAL 9001/9002/    *
800055**             9004/9005-9007, CLIENTE NO ELEGIBLE 9009-      *
800055**             9013 CON RAZON E, O ERROR DE NEGOCIO DE        *
800055**             VULCANO)                                       *
      **             DE ARCRECHWVC. LO ABRE TCWRCAS, QUE TAMBIEN    *
      **             APLICA LA ASIGNACION DE ANALISTA, LA           *
      **             CORRECCION (RUC, MONEDA O PRODUCTO) Y EL       *
      **             DESCARTE; TCWSRCS RESUBMITE LOS CORREGIDOS     *
      **             POR TCW0WVC Y LO CIERRA CON EL RESULTADO;      *
      **             TCWTANT INFORMA LA ANTIGUEDAD DE LOS ABIERTOS. *
      **  COPY     : ADQWCAS                                        *
      **  ACCESO   : INDEXADO POR CAS-CLAVE (CLAVE DEL RECHAZO      *
      **             WRJ-CLAVE + PRODUCTO)                          *
      *-------------------------------------------------------------*
      *-
       01  ADQWCAS.
      *-                               ---  CLAVE DEL CASO
           03  CAS-CLAVE.
      *-                               ---  CODIGO UNICO DEL CLIENTE
               05  CAS-COD-UNICO       PIC  9(10).
      *-                               ---  FECHA DEL RECHAZO (AAMMDD)
               05  CAS-FECHA-RECH      PIC  X(06).
      *-                               ---  HORA DEL RECHAZO
               05  CAS-HORA-RECH       PIC  X(06).
      *-                               ---  CODIGO DE PRODUCTO
               05  CAS-COD-PRODUCTO    PIC  9(03).
      *-                               ---  DATOS DEL INTERCAMBIO RECHAZADO
      *-                               ---  OPERACION (ESPACIO = ALTA)
           03  CAS-OPERACION       PIC  X(01).
      *-                               ---  USUARIO FUNCIONAL Y ORIGEN
           03  CAS-USRFUN          PIC  X(08).
           03  CAS-ORIGEN          PIC  X(03).
      *-                               ---  NUMERO DE INVOCACION
           03  CAS-NUMINV          PIC  9(02).
      *-                               ---  PROGRAMA INVOCADO (ADQWAUD)
           03  CAS-PGMINV          PIC  X(08).
      *-                               ---  RUC Y MONEDA SOLICITADOS
      *-                                     (ADQWAUD; CERO SI NO SE
      *-                                     HALLO LA BITACORA)
           03  CAS-RUC             PIC  9(11).
           03  CAS-CODMON          PIC  9(03).
      *-                               ---  CODIGO DE ERROR Y MOTIVO
           03  CAS-CODERR          PIC  9(04).
           03  CAS-MOTIVO-RECH     PIC  X(80).
      *-                               ---  RAZON DEL CASO
           03  CAS-RAZON           PIC  X(01).
      *-                               ---  RUC NO REGISTRADO (9001)
               88  CAS-RAZON-RUC       VALUE  'R'.
      *-                               ---  MONEDA NO PERMITIDA (9002)
               88  CAS-RAZON-MONEDA    VALUE  'M'.
      *-                               ---  SIN AFILIACION VIGENTE (9004)
               88  CAS-RAZON-SIN-AFIL  VALUE  'A'.
      *-                               ---  CONVENIO DE PLANILLA
      *-                                     (9005, 9006, 9007)
               88  CAS-RAZON-CONVENIO  VALUE  'C'.
800055*-                               ---  CLIENTE NO ELEGIBLE
800055*-                                     (9009 A 9013)
800055         88  CAS-RAZON-CLIENTE   VALUE  'E'.
      *-                               ---  ERROR DE NEGOCIO DE VULCANO
               88  CAS-RAZON-VULCANO   VALUE  'V'.
      *-                               ---  SEGUIMIENTO
      *-                               ---  FECHA DE APERTURA DEL CASO
           03  CAS-FECHA-APERTURA  PIC  X(06).
      *-                               ---  ANALISTA ASIGNADO
           03  CAS-ANALISTA        PIC  X(08).
      *-                               ---  ESTADO DEL CASO
           03  CAS-ESTADO          PIC  X(01).
               88  CAS-ABIERTO         VALUE  'A'.
               88  CAS-CORREGIDO       VALUE  'C'.
               88  CAS-CERRADO         VALUE  'X'.
               88  CAS-PENDIENTE       VALUE  'A' 'C'.
      *-                               ---  CORRECCION DEL OPERADOR
      *-                                     (CERO = SE CONSERVA EL
      *-                                     VALOR ORIGINAL)
           03  CAS-CORRECCION.
               05  CAS-CORR-RUC        PIC  9(11).
               05  CAS-CORR-CODMON     PIC  9(03).
               05  CAS-CORR-PRODUCTO   PIC  9(03).
               05  CAS-CORR-USUARIO    PIC  X(08).
               05  CAS-CORR-FECHA      PIC  X(06).
      *-                               ---  RESOLUCION
           03  CAS-RESOLUCION.
      *-                               ---  CODIGO DE RESOLUCION
               05  CAS-COD-RESOL       PIC  X(02).
      *-                               ---  RESUBMITIDO Y CONFIRMADO
                   88  CAS-RES-RECUPERADO  VALUE  'OK'.
      *-                               ---  RESUBMITIDO Y RECHAZADO
      *-                                     (EL NUEVO RECHAZO ABRE
      *-                                     OTRO CASO)
                   88  CAS-RES-RECHAZADO   VALUE  'RR'.
      *-                               ---  YA REFLEJADO EN ADQAFIL
                   88  CAS-RES-REFLEJADO   VALUE  'YA'.
      *-                               ---  DESCARTADO POR EL ANALISTA
                   88  CAS-RES-DESCARTADO  VALUE  'DE'.
               05  CAS-FECHA-CIERRE    PIC  X(06).
      *-                               ---  RETORNO DE LA RESUBMISION
               05  CAS-RES-ESTADO      PIC  9(02).
               05  CAS-RES-CODERR      PIC  9(04).
               05  CAS-RES-NROCTA      PIC  X(20).
               05  CAS-RES-MENSAJ      PIC  X(60).
      *-                               ---
           03  CAS-FILLER          PIC  X(20).
      *-------------------------------------------------------------*
      *--------------------- FIN ADQWCAS -----------------------------*
      *-------------------------------------------------------------*
