************************************************************************
800066*     * 800066 15/10/26 RHM SIMULACION SIN VULCANO Y COLISIONES  **
800056*     * 800056 15/10/26 RHM FECHA EFECTIVA Y SOLICITUD PROGRAMADA**
800054*     * 800054 15/10/26 RHM RECHAZOS POR ELEGIBILIDAD CLIENTE    **
800049*     * 800049 15/10/26 RHM RECHAZO POR AUTORIZACION USR/ORIGEN  **
800039*     * 800039 15/10/26 RHM RECHAZOS POR CONVENIO DE PLANILLA    **
800028*     * 800028 02/09/26 RHM OPERACION MODIFICA (MONEDA/PRODUCTO) **
800012*     * 800012 08/23/26 RHM OPERACION ALTA/BAJA DE AFILIACION    **
800009*     * 800009 08/08/26 RHM CONTINUACION MSGERR EN WVC-RET-FILLER**
      *-                               ---  NUMERO DE INVOCACION        00001280
               05  WVC-HDR-NUMINV      PIC  9(02).                      00001230
      *-                               ---                              00001280
800066*-                               ---  MODO DE LA SOLICITUD. 'S' =
800066*-                                     SIMULACION: SE HACEN TODAS
800066*-                                     LAS VALIDACIONES LOCALES
800066*-                                     SIN INVOCAR WVC-HDR-PGMINV
800066*-                                     NI GRABAR NINGUN ARCHIVO.
800066*-                                     ESPACIO = SOLICITUD REAL
800066         05  WVC-HDR-MODO        PIC  X(01).
800066             88  WVC-HDR-SIMULACION VALUE 'S'.
      *-                               ---
800066         05  WVC-HDR-FILLER      PIC  X(26).
800066*        05  WVC-HDR-FILLER      PIC  X(27).                      00001230
      *-                               ---                              00001280
      *-------------------------------------------------------------    00001280
           03  WVC-INPUT.                                               00001200
800028*-                                          SIN BAJA NI NUEVA
800028*-                                          FECHA DE AFILIACION
800028             88  WVC-OPER-MODIFICA VALUE 'M'.
800056*-                               ---  FECHA EFECTIVA (AAMMDD) DE
800056*-                                     LA SOLICITUD. ESPACIO O
800056*-                                     CERO = INMEDIATA; SI ES
800056*-                                     POSTERIOR A WVC-HDR-FECHA
800056*-                                     LA SOLICITUD QUEDA
800056*-                                     PROGRAMADA EN ARCPENWVC
800056*-                                     (ADQWPEN) HASTA ESA FECHA
800056         05  WVC-FECHA-EFECTIVA  PIC  X(06).
      *-
800056         05  WVC-INP-FILLER      PIC  X(906).
800056*        05  WVC-INP-FILLER      PIC  X(912).
700865*        05  WVC-INP-FILLER      PIC  X(913).                     00001230
700865*        05  WVC-INP-FILLER      PIC  X(927).                     00001230
      *-                               ---                              00001280
      *-                               ---  ESTADO DE RETORNO           00001280
               05  WVC-RET-ESTADO      PIC  9(02).                      00001230
                   88  WVC-OK          VALUE  00.                       00001230
800056*-                               ---  SOLICITUD CON FECHA EFECTIVA
800056*-                                     FUTURA: QUEDO PROGRAMADA
800056*-                                     EN ARCPENWVC, SIN INVOCAR
800056*-                                     VULCANO
800066*-                               ---  SIMULACION: LA SOLICITUD
800066*-                                     PASO TODAS LAS VALIDACIONES
800066*-                                     LOCALES; NO SE INVOCO
800066*-                                     VULCANO NI SE GRABO NADA
800066             88  WVC-SIMULADO    VALUE  01.
800056             88  WVC-PROGRAMADO  VALUE  05.
                   88  WVC-WARNING     VALUE  10.                       00001230
800006             88  WVC-DUPLICADO   VALUE  15.
                   88  WVC-ERR         VALUE  20.                       00001230
800012*-                                     CLIENTE SIN AFILIACION
800012*-                                     VIGENTE (WVC-ERR)
800012             88  WVC-CODERR-NO-AFILIADO   VALUE  9004.
800039*-                               ---  PRODUCTO NO AUTORIZADO EN EL
800039*-                                     CONVENIO DEL EMPLEADOR
800039*-                                     (ADQCONV) (WVC-ERR)
800039             88  WVC-CODERR-CONV-PRODUCTO VALUE  9005.
800039*-                               ---  CONVENIO DEL EMPLEADOR FUERA
800039*-                                     DE VIGENCIA A LA FECHA DE LA
800039*-                                     SOLICITUD (WVC-ERR)
800039             88  WVC-CODERR-CONV-VENCIDO  VALUE  9006.
800039*-                               ---  TOPE DE AFILIACIONES
800039*-                                     VIGENTES DEL CONVENIO
800039*-                                     ALCANZADO (WVC-ERR)
800039             88  WVC-CODERR-CONV-TOPE     VALUE  9007.
800049*-                               ---  USUARIO FUNCIONAL / ORIGEN NO
800049*-                                     AUTORIZADO PARA LA OPERACION
800049*-                                     O EL PRODUCTO (ADQWAUT)
800049*-                                     (WVC-ERR)
800049             88  WVC-CODERR-NO-AUTORIZADO VALUE  9008.
800054*-                               ---  CLIENTE INEXISTENTE EN EL
800054*-                                     ESTADO DE CLIENTES (ADQCLIE)
800054*-                                     (WVC-ERR)
800054             88  WVC-CODERR-CLI-NOENC     VALUE  9009.
800054*-                               ---  CLIENTE FALLECIDO (WVC-ERR)
800054             88  WVC-CODERR-CLI-FALLECIDO VALUE  9010.
800054*-                               ---  CLIENTE CERRADO O CON ESTADO
800054*-                                     NO HABILITADO (WVC-ERR)
800054             88  WVC-CODERR-CLI-CERRADO   VALUE  9011.
800054*-                               ---  CLIENTE CON BLOQUEO POR
800054*-                                     PREVENCION DE LAVADO DE
800054*-                                     ACTIVOS (WVC-ERR)
800054             88  WVC-CODERR-CLI-PLAFT     VALUE  9012.
800054*-                               ---  CLIENTE EN LA LISTA DE
800054*-                                     PERSONAS BLOQUEADAS DE
800054*-                                     CUMPLIMIENTO (ADQBLOQ)
800054*-                                     (WVC-ERR)
800054             88  WVC-CODERR-CLI-BLOQUEADO VALUE  9013.
800056*-                               ---  FECHA EFECTIVA INFORMADA NO
800056*-                                     ES UNA FECHA AAMMDD VALIDA
800056*-                                     (WVC-ERR)
800056             88  WVC-CODERR-FECHA-EFECT   VALUE  9014.
800056*-                               ---  LA SOLICITUD NO SE PUDO
800056*-                                     PROGRAMAR: YA HAY OTRA
800056*-                                     PENDIENTE PARA EL MISMO
800056*-                                     CLIENTE, PRODUCTO Y
800056*-                                     OPERACION, O EL ARCHIVO DE
800056*-                                     PENDIENTES NO ESTA
800056*-                                     DISPONIBLE (WVC-ERR)
800056             88  WVC-CODERR-NO-PROGRAMADA VALUE  9015.
      *-                               ---  MENSAJE DE ERROR            00001280
               05  WVC-RET-MSGERR      PIC  X(60).                      00001230
      *-                               ---                              00001280
800008*-                               ---  MONEDA EFECTIVAMENTE ABIERTA
800008         05  WVC-OUT-MONEFE      PIC  9(03).
      *-
800066*-                               ---  SIMULACION: 'S' SI EL
800066*-                                     RESULTADO SE DEBE A OTRA
800066*-                                     SOLICITUD DE LA MISMA
800066*-                                     CORRIDA (MISMO CLIENTE Y
800066*-                                     PRODUCTO, O TOPE DEL
800066*-                                     CONVENIO COMPLETADO POR LA
800066*-                                     PROPIA CORRIDA)
800066         05  WVC-OUT-COLISION    PIC  X(01).
800066             88  WVC-OUT-EN-COLISION VALUE 'S'.
      *-
800066         05  WVC-OUT-FILLER      PIC  X(825).
800066*        05  WVC-OUT-FILLER      PIC  X(826).                     00001230
800008*        05  WVC-OUT-FILLER      PIC  X(849).                     00001230
      *-                                                                00001390
      *-------------------------------------------------------------*   00003170
