000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   SIMULACION (WVC-HDR-SIMULACION, PEDIDA    *
000092*                 POR TCW1BAT PARA EL PRONOSTICO            *
000093*                 PRE-CARGA): SE HACEN TODAS LAS            *
000094*                 VALIDACIONES LOCALES PERO NO SE INVOCA    *
000095*                 WVC-HDR-PGMINV NI SE GRABA NADA (ADQAFIL, *
000096*                 ADQAXRF, ARCHISWVC, BITACORA, ARCRECHWVC, *
000097*                 ARCPENWVC NI ARCVIOWVC; EL MAESTRO SE     *
000098*                 ABRE SOLO PARA LECTURA). LO QUE PASA      *
000099*                 VUELVE COMO WVC-SIMULADO. LAS ALTAS       *
000100*                 SIMULADAS SUMAN EN LA TABLA DE CUPOS Y SE *
000101*                 GUARDAN POR CLAVE PARA MARCAR CON         *
000102*                 WVC-OUT-COLISION LA SOLICITUD QUE         *
000103*                 CHOCARIA CON OTRA DE LA MISMA CORRIDA     *
000104*                 (REPETIDA 9003 O TOPE 9007). SI LA TABLA  *
000105*                 DE ALTAS SIMULADAS SE LLENA, LAS SIGUIENTES*
000106*                 SE RECHAZAN COMO COLISION NO VERIFICABLE. *
000107*  15/10/26 RHM   FECHA EFECTIVA (WVC-FECHA-EFECTIVA): LA   *
000108*                 SOLICITUD CON FECHA POSTERIOR A WVC-HDR-  *
000109*                 FECHA NO INVOCA VULCANO; VERIFICADA LA    *
000110*                 AUTORIZACION DEL USUARIO/ORIGEN QUEDA     *
000111*                 PROGRAMADA EN ARCPENWVC (ADQWPEN) Y SE    *
000112*                 DEVUELVE WVC-PROGRAMADO. LA LIBERA TCWYLIB*
000113*                 EN SU FECHA POR ESTE MISMO CAMINO. FECHA  *
000114*                 INVALIDA (MES O DIA INEXISTENTE, CON LA   *
000115*                 REGLA DE ADQWFEC) 9014; OTRA PENDIENTE    *
000116*                 PARA LA MISMA CLAVE O ARCHIVO NO          *
000117*                 DISPONIBLE 9015.                          *
000118*  15/10/26 RHM   ELEGIBILIDAD DEL CLIENTE EN ALTAS Y       *
000119*                 MODIFICACIONES: EL ESTADO DEL CLIENTE     *
000120*                 (ADQCLIE) Y LA LISTA DE PERSONAS          *
000121*                 BLOQUEADAS (ADQBLOQ), CARGADOS CADA DIA   *
000122*                 POR TCWXCLI, SE VALIDAN ANTES DE INVOCAR  *
000123*                 VULCANO. INEXISTENTE 9009, FALLECIDO 9010,*
000124*                 CERRADO 9011, BLOQUEO PLAFT 9012 Y EN     *
000125*                 LISTA DE BLOQUEADOS 9013, CON EL MOTIVO   *
000126*                 COMPLETO EN EL DETALLE DE RECHAZO.        *
000127*  15/10/26 RHM   AUTORIZACION POR USUARIO FUNCIONAL Y      *
000128*                 ORIGEN (ADQWAUT, MANTENIDO POR TCWVAUT):  *
000129*                 ANTES DE TODA OTRA VALIDACION LOCAL SE    *
000130*                 VERIFICA QUE WVC-HDR-USRFUN + ORIGEN PUEDA*
000131*                 SOLICITAR LA OPERACION Y EL PRODUCTO A LA *
000132*                 FECHA DE LA SOLICITUD; SI NO, SE RECHAZA  *
000133*                 CON 9008 SIN INVOCAR VULCANO Y SE GRABA LA*
000134*                 VIOLACION EN ARCVIOWVC (ADQWVIO) PARA EL  *
000135*                 REPORTE DIARIO DE SEGURIDAD (TCWWVIO).    *
000136*  15/10/26 RHM   CONVENIO DE PLANILLA (ADQCONV, MANTENIDO  *
000137*                 POR TCWOCNV): EN ALTAS Y MODIFICACIONES   *
000138*                 SE RECHAZA SIN INVOCAR VULCANO EL         *
000139*                 PRODUCTO NO AUTORIZADO (9005), EL         *
000140*                 CONVENIO FUERA DE VIGENCIA (9006) Y EL    *
000141*                 TOPE DE VIGENTES ALCANZADO (9007). LAS    *
000142*                 VIGENTES POR AFI-RUC + PRODUCTO SE CUENTAN*
000143*                 DE ADQAFIL UNA VEZ POR EJECUCION Y SE     *
000144*                 MANTIENEN AL DIA CON CADA CONFIRMACION    *
000145*                 (SOLO LOS PARES CON CONVENIO Y TOPE; SI NO*
000146*                 ENTRAN EN LA TABLA SE RECHAZA CON 9007).  *
000147*  15/10/26 RHM   FECHA EFECTIVA EN ARCPRODMON: LA TABLA    *
000148*                 PRODUCTO/MONEDA (MANTENIDA POR TCWNPRM)   *
000149*                 PUEDE TRAER UN CAMBIO PROGRAMADO; 2300    *
000150*                 APLICA EL INDICADOR QUE RIGE A LA FECHA   *
000151*                 DE LA SOLICITUD (WVC-HDR-FECHA).          *
000152*  02/09/26 RHM   HISTORIA PERMANENTE DE MOVIMIENTOS        *
000153*                 (ADQWHIS): CADA ALTA, BAJA O MODIFICACION *
000154*                 CONFIRMADA DEJA UN REGISTRO EN ARCHISWVC  *
000155*                 EN EL MISMO MOMENTO EN QUE SE ACTUALIZA   *
000156*                 EL MAESTRO, SIN REINTENTOS NI RECHAZOS Y  *
000157*                 SIN DEPURACION, PARA RECLAMOS Y           *
000158*                 REGULADOR. LA LISTA POR CLIENTE TCWKHIS.  *
000159*  02/09/26 RHM   TIEMPO DE RESPUESTA DE VULCANO: CADA CALL *
000160*                 A WVC-HDR-PGMINV SE CRONOMETRA Y LA       *
000161*                 DURACION EN CENTESIMAS DE SEGUNDO QUEDA   *
000162*                 EN LA BITACORA (WAU-DURCS, CAMBIO 800029) *
000163*                 PARA EL REPORTE DIARIO DE NIVELES DE      *
000164*                 SERVICIO (TCWHSLA).                       *
000165*  02/09/26 RHM   OPERACION DE MODIFICACION (WVC-OPER-      *
000166*                 MODIFICA): CAMBIO DE MONEDA O PRODUCTO    *
000167*                 SOBRE LA AFILIACION VIGENTE SIN PASAR POR *
000168*                 BAJA MAS ALTA. VALIDA LA MONEDA CONTRA    *
000169*                 ARCPRODMON COMO EL ALTA, EXIGE AFILIACION *
000170*                 VIGENTE COMO LA BAJA, INVOCA VULCANO POR  *
000171*                 EL MISMO CAMINO Y ACTUALIZA ADQAFIL EN EL *
000172*                 LUGAR CONSERVANDO AFI-FECHA-AFIL (Y EL    *
000173*                 NRO DE CUENTA NUEVO SI VULCANO LO         *
000174*                 DEVUELVE, REALINEANDO LA XREF).           *
000175*  02/09/26 RHM   REFERENCIA CRUZADA POR NRO DE CUENTA      *
000176*                 (ADQAXRF): EN EL MISMO MOMENTO EN QUE SE  *
000177*                 GRABA/REGRABA ADQAFIL (ALTA Y BAJA) SE    *
000178*                 DEJA LA CUENTA APUNTANDO A LA CLAVE DEL   *
000179*                 MAESTRO, PARA RESOLVER POR UNA LECTURA    *
000180*                 LO QUE VUELVE DE LOS RECEPTORES           *
000181*                 IDENTIFICADO POR NROCTA. LA CARGA         *
000182*                 INICIAL LA HACE TCWFXRF.                  *
000183*  02/09/26 RHM   RUC DEL EMPLEADOR EN EL MAESTRO LOCAL:    *
000184*                 EN EL ALTA CONFIRMADA SE GUARDA WVC-RUC   *
000185*                 EN AFI-RUC (ADQAFIL) PARA PODER UBICAR    *
000186*                 LAS AFILIACIONES DE UN CONVENIO; EN LA    *
000187*                 BAJA, SI EL LLAMADOR NO INFORMA RUC, SE   *
000188*                 COMPLETA WVC-RUC DESDE EL MAESTRO PARA    *
000189*                 QUE LA BITACORA CONSERVE EL EMPLEADOR.    *
000190*  23/08/26 RHM   OPERACION DE BAJA (WVC-OPER-BAJA): VALIDA *
000191*                 QUE EXISTA AFILIACION VIGENTE, INVOCA     *
000192*                 VULCANO POR EL MISMO CAMINO Y DEJA LA     *
000193*                 AFILIACION ANULADA (AFI-ANULADO) CON SU   *
000194*                 FECHA DE ANULACION EN EL MAESTRO LOCAL.   *
000195*                 LA OPERACION QUEDA REGISTRADA EN LA       *
000196*                 BITACORA Y EN EL DETALLE DE RECHAZO PARA  *
000197*                 QUE EL REPROCESO (TCW4REP) LA RESPETE.    *
000198*  21/07/26 RHM   CREACION. DRIVER DE VALIDACION/INVOCACION *
000199*                 DE LA INTERFASE VULCANO (ADQCWVC).        *
000200*                 CENTRALIZA LA VALIDACION LOCAL DE RUC,    *
000201*                 MONEDA/PRODUCTO Y AFILIACION DUPLICADA,   *
000202*                 EL REINTENTO POR NUMINV, LA BITACORA DE   *
000203*                 AUDITORIA Y EL DETALLE DE RECHAZO, PARA   *
000204*                 QUE LA TRANSACCION DE VENTANILLA Y EL     *
000205*                 DRIVER BATCH (TCW1BAT) USEN UN UNICO      *
000206*                 CAMINO DE CODIGO.                         *
000207*----------------------------------------------------------*
000208*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000210*  OBJETIVO : INTERFASE VULCANO - AFILIACION CTA SUELDO     *
000220*  LINKAGE  : ADQCWVC (COMMAREA DE LLAMADA)                 *
000230*----------------------------------------------------------*
000543         ORGANIZATION  IS INDEXED
000544         ACCESS MODE   IS RANDOM
000545         RECORD KEY    IS XRF-NROCTA
000546         FILE STATUS   IS TCW-FS-AFIXRF.
000547
000548     SELECT ARCHISWVC  ASSIGN TO HISWVC
000549         ORGANIZATION  IS LINE SEQUENTIAL
000550         FILE STATUS   IS TCW-FS-HISWVC.
000551
000552     SELECT ARCPARWVC  ASSIGN TO PARWVC
000553         ORGANIZATION  IS LINE SEQUENTIAL
000554         FILE STATUS   IS TCW-FS-PARWVC.
000555
000556     SELECT ARCCONVEN  ASSIGN TO CONVEN
000557         ORGANIZATION  IS INDEXED
000558         ACCESS MODE   IS RANDOM
000559         RECORD KEY    IS CNV-CLAVE
000560         FILE STATUS   IS TCW-FS-CONVEN.
000561
000562     SELECT ARCAUTWVC  ASSIGN TO AUTWVC
000563         ORGANIZATION  IS INDEXED
000564         ACCESS MODE   IS RANDOM
000565         RECORD KEY    IS AUT-CLAVE
000566         FILE STATUS   IS TCW-FS-AUTWVC.
000567
000568     SELECT ARCVIOWVC  ASSIGN TO VIOWVC
000569         ORGANIZATION  IS LINE SEQUENTIAL
000570         FILE STATUS   IS TCW-FS-VIOWVC.
000571
000572     SELECT ARCCLIEST  ASSIGN TO CLIEST
000573         ORGANIZATION  IS INDEXED
000574         ACCESS MODE   IS RANDOM
000575         RECORD KEY    IS CLI-COD-UNICO
000576         FILE STATUS   IS TCW-FS-CLIEST.
000577
000578     SELECT ARCPERBLQ  ASSIGN TO PERBLQ
000579         ORGANIZATION  IS INDEXED
000580         ACCESS MODE   IS RANDOM
000581         RECORD KEY    IS BLQ-COD-UNICO
000582         FILE STATUS   IS TCW-FS-PERBLQ.
000583
000584     SELECT ARCPENWVC  ASSIGN TO PENWVC
000585         ORGANIZATION  IS INDEXED
000586         ACCESS MODE   IS RANDOM
000587         RECORD KEY    IS PEN-CLAVE
000588         FILE STATUS   IS TCW-FS-PENWVC.
000589
000590 DATA DIVISION.
000591 FILE SECTION.
000592 FD  ARCAUDWVC
000593     RECORDING MODE IS F.
000600     COPY ADQWAUD.
000610
000620 FD  ARCRECHWVC
000763     RECORDING MODE IS F.
000764     COPY ADQAXRF.
000765
000766 FD  ARCHISWVC
000767     RECORDING MODE IS F.
000768     COPY ADQWHIS.
000769
000770 FD  ARCPARWVC
000771     RECORDING MODE IS F.
000772     COPY ADQWPAR.
000773
000774 FD  ARCCONVEN
000775     RECORDING MODE IS F.
000776     COPY ADQCONV.
000777
000778 FD  ARCAUTWVC
000779     RECORDING MODE IS F.
000780     COPY ADQWAUT.
000781
000782 FD  ARCVIOWVC
000783     RECORDING MODE IS F.
000784     COPY ADQWVIO.
000785
000786 FD  ARCCLIEST
000787     RECORDING MODE IS F.
000788     COPY ADQCLIE.
000789
000790 FD  ARCPERBLQ
000791     RECORDING MODE IS F.
000792     COPY ADQBLOQ.
000793
000794 FD  ARCPENWVC
000795     RECORDING MODE IS F.
000796     COPY ADQWPEN.
000797
000798 WORKING-STORAGE SECTION.
000799*----------------------------------------------------------*
000800*  INDICADORES DE ESTADO DE ARCHIVO                         *
000810*----------------------------------------------------------*
000820 01  TCW-INDICADORES-ARCHIVO.
000952         88  TCW-OK-AFIXRF           VALUE '00'.
000953         88  TCW-NOENC-AFIXRF        VALUE '23'.
000954     05  TCW-FS-HISWVC        PIC X(02).
000955         88  TCW-OK-HISWVC           VALUE '00'.
000956     05  TCW-FS-PARWVC        PIC X(02).
000957         88  TCW-OK-PARWVC           VALUE '00'.
000958     05  TCW-FS-CONVEN        PIC X(02).
000959         88  TCW-OK-CONVEN           VALUE '00'.
000960         88  TCW-NOENC-CONVEN        VALUE '23'.
000961     05  TCW-FS-AUTWVC        PIC X(02).
000962         88  TCW-OK-AUTWVC           VALUE '00'.
000963         88  TCW-NOENC-AUTWVC        VALUE '23'.
000964     05  TCW-FS-VIOWVC        PIC X(02).
000965         88  TCW-OK-VIOWVC           VALUE '00'.
000966     05  TCW-FS-CLIEST        PIC X(02).
000967         88  TCW-OK-CLIEST           VALUE '00'.
000968         88  TCW-NOENC-CLIEST        VALUE '23'.
000969     05  TCW-FS-PERBLQ        PIC X(02).
000970         88  TCW-OK-PERBLQ           VALUE '00'.
000971         88  TCW-NOENC-PERBLQ        VALUE '23'.
000972     05  TCW-FS-PENWVC        PIC X(02).
000973         88  TCW-OK-PENWVC           VALUE '00'.
000974         88  TCW-NOENC-PENWVC        VALUE '23'.
000975
000976*----------------------------------------------------------*
000980*  CONTADOR DE REINTENTO (NUMERO DE INVOCACION)             *
000990*----------------------------------------------------------*
001000 01  TCW-PARM-REINTENTO.
001110         88  TCW-PRODMON-ABIERTO     VALUE 'S'.
001111     05  TCW-SW-AFILIAC-ABTO PIC X(01) VALUE SPACE.
001112         88  TCW-AFILIAC-ABIERTO     VALUE 'S'.
001113     05  TCW-SW-AFIXRF-ABTO  PIC X(01) VALUE SPACE.
001114         88  TCW-AFIXRF-ABIERTO      VALUE 'S'.
001115     05  TCW-SW-AUDWVC-ABTO  PIC X(01) VALUE SPACE.
001116         88  TCW-AUDWVC-ABIERTO      VALUE 'S'.
001117     05  TCW-SW-RCHWVC-ABTO  PIC X(01) VALUE SPACE.
001118         88  TCW-RCHWVC-ABIERTO      VALUE 'S'.
001119     05  TCW-SW-HISWVC-ABTO  PIC X(01) VALUE SPACE.
001120         88  TCW-HISWVC-ABIERTO      VALUE 'S'.
001121     05  TCW-SW-CONVEN-ABTO  PIC X(01) VALUE SPACE.
001122         88  TCW-CONVEN-ABIERTO      VALUE 'S'.
001123     05  TCW-SW-CUPOS        PIC X(01) VALUE SPACE.
001124         88  TCW-CUPOS-CARGADOS      VALUE 'S'.
001125     05  TCW-SW-FIN-CUPOS    PIC X(01) VALUE SPACE.
001126         88  TCW-FIN-CARGA-CUPOS     VALUE 'S'.
001127     05  TCW-SW-CUPO-HALLADO PIC X(01) VALUE SPACE.
001128         88  TCW-CUPO-HALLADO        VALUE 'S'.
001129     05  TCW-SW-CUPOS-LLENA  PIC X(01) VALUE SPACE.
001130         88  TCW-CUPOS-TABLA-LLENA   VALUE 'S'.
001131     05  TCW-SW-AJUSTE-CUPO  PIC X(01) VALUE SPACE.
001132         88  TCW-CUPO-SUMA           VALUE 'S'.
001133         88  TCW-CUPO-RESTA          VALUE 'R'.
001134     05  TCW-SW-AUTWVC-ABTO  PIC X(01) VALUE SPACE.
001135         88  TCW-AUTWVC-ABIERTO      VALUE 'S'.
001136     05  TCW-SW-VIOWVC-ABTO  PIC X(01) VALUE SPACE.
001137         88  TCW-VIOWVC-ABIERTO      VALUE 'S'.
001138     05  TCW-SW-PROD-AUTOR   PIC X(01) VALUE SPACE.
001139         88  TCW-PRODUCTO-AUTORIZADO VALUE 'S'.
001140     05  TCW-SW-CLIEST-ABTO  PIC X(01) VALUE SPACE.
001141         88  TCW-CLIEST-ABIERTO      VALUE 'S'.
001142     05  TCW-SW-PERBLQ-ABTO  PIC X(01) VALUE SPACE.
001143         88  TCW-PERBLQ-ABIERTO      VALUE 'S'.
001144     05  TCW-SW-PENWVC-ABTO  PIC X(01) VALUE SPACE.
001145         88  TCW-PENWVC-ABIERTO      VALUE 'S'.
001146     05  TCW-SW-PROGRAMADA   PIC X(01) VALUE SPACE.
001147         88  TCW-FECHA-FUTURA        VALUE 'F'.
001148         88  TCW-ES-PROGRAMADA       VALUE 'S'.
001149     05  TCW-SW-SIM-HALLADA  PIC X(01) VALUE SPACE.
001150         88  TCW-SIMULADA-HALLADA    VALUE 'S'.
001151     05  TCW-SW-SIM-LLENA    PIC X(01) VALUE SPACE.
001152         88  TCW-SIMULADAS-LLENA     VALUE 'S'.
001153
001154*----------------------------------------------------------*
001155*  FECHA EFECTIVA DE LA SOLICITUD PARA SU VALIDACION        *
001156*----------------------------------------------------------*
001157     COPY ADQWFEC.
001158
001159*----------------------------------------------------------*
001160*  RECORRIDO DE LOS PRODUCTOS DE LA AUTORIZACION Y MOTIVO   *
001161*  DE LA DENEGACION PARA EL ARCHIVO DE VIOLACIONES          *
001162*----------------------------------------------------------*
001163 01  TCW-WK-AUTORIZACION.
001164     05  TCW-IX-PRA          PIC 9(02) COMP VALUE ZERO.
001165     05  TCW-MOTIVO-VIOL     PIC X(02) VALUE SPACE.
001166         88  TCW-VIOL-SIN-AUTORIZ    VALUE 'SA'.
001167         88  TCW-VIOL-FUERA-VIGENCIA VALUE 'FV'.
001168         88  TCW-VIOL-OPERACION      VALUE 'OP'.
001169         88  TCW-VIOL-PRODUCTO       VALUE 'PR'.
001170
001171*----------------------------------------------------------*
001172*  NRO DE CUENTA QUE TENIA LA AFILIACION ANTES DE UNA       *
001173*  MODIFICACION, PARA RETIRAR SU ENTRADA DE LA XREF CUANDO  *
001174*  VULCANO DEVUELVE UNA CUENTA NUEVA                        *
001175*----------------------------------------------------------*
001176 01  TCW-NROCTA-ANTERIOR     PIC X(20) VALUE SPACE.
001177
001178*----------------------------------------------------------*
001179*  INDICADOR PRODUCTO/MONEDA QUE RIGE A LA FECHA DE LA      *
001180*  SOLICITUD (EL EN VIGOR O EL PROGRAMADO YA EFECTIVO)      *
001181*----------------------------------------------------------*
001182 01  TCW-ESTADO-PRODMON      PIC X(01) VALUE SPACE.
001183     88  TCW-PRODMON-NO-PERMITIDO    VALUE 'N'.
001184
001185*----------------------------------------------------------*
001186*  VIGENTES POR CONVENIO (AFI-RUC + PRODUCTO) CONTADAS DE   *
001187*  ADQAFIL AL PRIMER CONVENIO CON TOPE DE LA EJECUCION Y    *
001188*  MANTENIDAS CON CADA ALTA/BAJA/MODIFICACION CONFIRMADA.   *
001189*  SOLO SE GUARDAN LOS PARES CON CONVENIO Y TOPE MAYOR QUE  *
001190*  CERO (HASTA 2000); EL CONVENIO CON TOPE QUE NO ENTRA SE  *
001191*  RECHAZA PORQUE SU TOPE NO SE PUEDE VERIFICAR. EN         *
001192*  SIMULACION SUMAN TAMBIEN LAS ALTAS SIMULADAS, CONTADAS   *
001193*  APARTE EN TCW-CUP-SIMUL                                  *
001194*----------------------------------------------------------*
001195 01  TCW-TABLA-CUPOS.
001196     05  TCW-CANT-CUP        PIC 9(04) COMP VALUE ZERO.
001197     05  TCW-OCU-CUP         OCCURS 2000 TIMES
001198                             INDEXED BY TCW-IX-CUP.
001199         10  TCW-CUP-RUC     PIC 9(11).
001200         10  TCW-CUP-PRODUCTO
001201                             PIC 9(03).
001202         10  TCW-CUP-VIGENT  PIC 9(07) COMP.
001203         10  TCW-CUP-SIMUL   PIC 9(07) COMP.
001204
001205 01  TCW-WK-CUPO.
001206     05  TCW-WK-RUC          PIC 9(11) VALUE ZERO.
001207     05  TCW-WK-PRODUCTO     PIC 9(03) VALUE ZERO.
001208*-                   ---  TOPE DEL CONVENIO DE LA SOLICITUD
001209     05  TCW-WK-TOPE         PIC 9(07) VALUE ZERO.
001210*-                   ---  RUC DE LA AFILIACION VIGENTE ANTES DE
001211*-                        UNA MODIFICACION
001212     05  TCW-RUC-AFILIADO    PIC 9(11) VALUE ZERO.
001213
001214*----------------------------------------------------------*
001215*  SIMULACION: ALTAS QUE YA PASARON LAS VALIDACIONES EN LA  *
001216*  CORRIDA, CON EL RUC QUE LAS PIDIO, PARA DETECTAR LA      *
001217*  SOLICITUD REPETIDA QUE EN LA CARGA REAL SERIA RECHAZADA  *
001218*  COMO DUPLICADA (HASTA 5000 ALTAS)                        *
001219*----------------------------------------------------------*
001220 01  TCW-TABLA-SIMULADAS.
001221     05  TCW-CANT-SIM        PIC 9(04) COMP VALUE ZERO.
001222     05  TCW-OCU-SIM         OCCURS 5000 TIMES
001223                             INDEXED BY TCW-IX-SIM.
001224         10  TCW-SIM-COD-UNICO
001225                             PIC 9(10).
001226         10  TCW-SIM-PRODUCTO
001227                             PIC 9(03).
001228         10  TCW-SIM-RUC     PIC 9(11).
001229
001230*----------------------------------------------------------*
001231*  CRONOMETRADO DE LA CALL A VULCANO: HORA ANTES Y DESPUES  *
001232*  (HHMMSSCC) CONVERTIDAS A CENTESIMAS DEL DIA; EL CRUCE DE *
001233*  MEDIANOCHE SUMA UN DIA COMPLETO                          *
001234*----------------------------------------------------------*
001235 01  TCW-MEDICION-TIEMPO.
001236     05  TCW-HORA-INI        PIC 9(08).
001237     05  TCW-HORA-INI-R      REDEFINES TCW-HORA-INI.
001238         10  TCW-INI-HH      PIC 9(02).
001239         10  TCW-INI-MM      PIC 9(02).
001240         10  TCW-INI-SS      PIC 9(02).
001241         10  TCW-INI-CC      PIC 9(02).
001242     05  TCW-HORA-FIN        PIC 9(08).
001243     05  TCW-HORA-FIN-R      REDEFINES TCW-HORA-FIN.
001244         10  TCW-FIN-HH      PIC 9(02).
001245         10  TCW-FIN-MM      PIC 9(02).
001246         10  TCW-FIN-SS      PIC 9(02).
001247         10  TCW-FIN-CC      PIC 9(02).
001248     05  TCW-CS-INI          PIC S9(09) COMP.
001249     05  TCW-CS-FIN          PIC S9(09) COMP.
001250     05  TCW-DUR-ULTIMA      PIC 9(07)  COMP VALUE ZERO.
001251
001252 LINKAGE SECTION.
001253     COPY ADQCWVC.
001254
001255 PROCEDURE DIVISION USING ADQCWVC.
001256*----------------------------------------------------------*
001257*  0000-MAINLINE                                            *
001258*----------------------------------------------------------*
001259 0000-MAINLINE SECTION.
001260     PERFORM 1000-INICIALIZAR
001261         THRU 1000-INICIALIZAR-EXIT
001262     PERFORM 2050-VALIDAR-AUTORIZACION
001263         THRU 2050-VALIDAR-AUTORIZACION-EXIT
001264     IF NOT TCW-ES-RECHAZO
001265         PERFORM 1500-VALIDAR-FECHA-EFEC
001266             THRU 1500-VALIDAR-FECHA-EFEC-EXIT
001267     END-IF
001268     IF TCW-FECHA-FUTURA
001269         PERFORM 1600-PROGRAMAR-SOLICITUD
001270             THRU 1600-PROGRAMAR-SOLICITUD-EXIT
001271     END-IF
001272     IF NOT TCW-ES-RECHAZO AND NOT TCW-ES-PROGRAMADA
001273         PERFORM 2000-VALIDAR-LOCAL
001274             THRU 2000-VALIDAR-LOCAL-EXIT
001275     END-IF
001276     EVALUATE TRUE
001277         WHEN WVC-HDR-SIMULACION
001278             PERFORM 7000-SIMULAR-RESULTADO
001279                 THRU 7000-SIMULAR-RESULTADO-EXIT
001280         WHEN TCW-ES-RECHAZO
001281             PERFORM 4000-GRABAR-AUDITORIA
001282                 THRU 4000-GRABAR-AUDITORIA-EXIT
001283             PERFORM 5000-GRABAR-RECHAZO
001284                 THRU 5000-GRABAR-RECHAZO-EXIT
001285         WHEN TCW-ES-PROGRAMADA
001286             CONTINUE
001287         WHEN OTHER
001288             PERFORM 3000-INVOCAR-VULCANO
001289                 THRU 3000-INVOCAR-VULCANO-EXIT
001290     END-EVALUATE
001291     IF NOT WVC-HDR-SIMULACION
001292         PERFORM 6000-ACTUALIZAR-AFILIAC
001293             THRU 6000-ACTUALIZAR-AFILIAC-EXIT
001294     END-IF
001350     GOBACK
001355     .
001360 0000-MAINLINE-EXIT.
001430 1000-INICIALIZAR SECTION.
001440     MOVE SPACE          TO TCW-SW-FINREINTENTO
001450     MOVE SPACE          TO TCW-SW-RECHAZADO
001451     MOVE SPACE          TO TCW-SW-PROGRAMADA
001460     MOVE ZERO           TO WVC-RET-TOLD
001470     MOVE ZERO           TO WVC-RET-ESTADO
001480     MOVE ZERO           TO WVC-RET-CODERR
001520     MOVE SPACE          TO WVC-OUT-MENSAJ
001530     MOVE SPACE          TO WVC-OUT-NROCTA
001540     MOVE ZERO           TO WVC-OUT-MONEFE
001541     MOVE SPACE          TO WVC-OUT-COLISION
001550     IF WVC-HDR-NUMINV = ZERO
001560         MOVE 1          TO WVC-HDR-NUMINV
001570     END-IF
001637     EXIT.
001638
001639*----------------------------------------------------------*
001640*  1500-VALIDAR-FECHA-EFEC - SIN FECHA EFECTIVA, O CON UNA  *
001641*                            YA CUMPLIDA, LA SOLICITUD SE   *
001642*                            PROCESA EN EL ACTO; CON FECHA  *
001643*                            POSTERIOR A LA DE LA SOLICITUD *
001644*                            SE MARCA PARA PROGRAMAR        *
001645*----------------------------------------------------------*
001646 1500-VALIDAR-FECHA-EFEC SECTION.
001647     IF WVC-FECHA-EFECTIVA = SPACE
001648        OR WVC-FECHA-EFECTIVA = ZERO
001649         GO TO 1500-VALIDAR-FECHA-EFEC-EXIT
001650     END-IF
001651     MOVE WVC-FECHA-EFECTIVA TO FEC-FECHA-X
001652     PERFORM 1510-VALIDAR-FECHA-AAMMDD
001653         THRU 1510-VALIDAR-FECHA-AAMMDD-EXIT
001654     IF FEC-FECHA-INVALIDA
001655         SET  WVC-TLD-ERR              TO TRUE
001656         SET  WVC-ERR                  TO TRUE
001657         SET  WVC-CODERR-FECHA-EFECT   TO TRUE
001658         MOVE 'FECHA EFECTIVA INVALIDA' TO WVC-RET-MSGERR
001659         MOVE WVC-FECHA-EFECTIVA       TO WVC-RET-MSGERR2
001660         SET  TCW-ES-RECHAZO           TO TRUE
001661         GO TO 1500-VALIDAR-FECHA-EFEC-EXIT
001662     END-IF
001663     IF WVC-FECHA-EFECTIVA > WVC-HDR-FECHA
001664         SET  TCW-FECHA-FUTURA TO TRUE
001665     END-IF
001666     .
001667 1500-VALIDAR-FECHA-EFEC-EXIT.
001668     EXIT.
001669
001670*----------------------------------------------------------*
001671*  1510-VALIDAR-FECHA-AAMMDD - VALIDA FEC-FECHA-X           *
001672*                              CON LA REGLA DE ADQWFEC      *
001673*----------------------------------------------------------*
001674 1510-VALIDAR-FECHA-AAMMDD SECTION.
001675     SET  FEC-FECHA-INVALIDA TO TRUE
001676     IF FEC-FECHA-X NOT NUMERIC
001677        OR FEC-MM < 01 OR FEC-MM > 12
001678        OR FEC-DD < 01
001679         GO TO 1510-VALIDAR-FECHA-AAMMDD-EXIT
001680     END-IF
001681     MOVE FEC-DIAS-MES(FEC-MM) TO FEC-ULTIMO-DIA
001682     IF FEC-MM = 02
001683         DIVIDE FEC-AA BY 4
001684             GIVING FEC-COCIENTE REMAINDER FEC-RESTO
001685         IF FEC-RESTO NOT = ZERO
001686             MOVE 28 TO FEC-ULTIMO-DIA
001687         END-IF
001688     END-IF
001689     IF FEC-DD > FEC-ULTIMO-DIA
001690         GO TO 1510-VALIDAR-FECHA-AAMMDD-EXIT
001691     END-IF
001692     SET  FEC-FECHA-VALIDA TO TRUE
001693     .
001694 1510-VALIDAR-FECHA-AAMMDD-EXIT.
001695     EXIT.
001696
001697*----------------------------------------------------------*
001698*  1600-PROGRAMAR-SOLICITUD - CON LA AUTORIZACION DEL       *
001699*                             USUARIO/ORIGEN VERIFICADA,    *
001700*                             DEJA LA SOLICITUD PENDIENTE   *
001701*                             EN ARCPENWVC HASTA SU FECHA   *
001702*                             EFECTIVA. EL RESTO DE LAS     *
001703*                             VALIDACIONES LOCALES SE HACE  *
001704*                             AL LIBERARLA (TCWYLIB), CON   *
001705*                             LOS MAESTROS DE ESE DIA       *
001706*----------------------------------------------------------*
001707 1600-PROGRAMAR-SOLICITUD SECTION.
001708     IF WVC-HDR-SIMULACION
001709*-                   ---  SIMULACION: ARCPENWVC NO SE ABRE NI SE
001710*-                        GRABA; SOLO SE INFORMA LA PROGRAMACION
001711         SET  WVC-TLD-OK       TO TRUE
001712         SET  WVC-PROGRAMADO   TO TRUE
001713         MOVE ZERO             TO WVC-RET-CODERR
001714         MOVE '0'              TO WVC-OUT-FLGRPT
001715         STRING 'SE PROGRAMARIA PARA EL ' DELIMITED BY SIZE
001716                WVC-FECHA-EFECTIVA        DELIMITED BY SIZE
001717                INTO WVC-OUT-MENSAJ
001718         END-STRING
001719         SET  TCW-ES-PROGRAMADA TO TRUE
001720         GO TO 1600-PROGRAMAR-SOLICITUD-EXIT
001721     END-IF
001722     IF NOT TCW-PENWVC-ABIERTO
001723         PERFORM 1610-ABRIR-PENWVC
001724             THRU 1610-ABRIR-PENWVC-EXIT
001725     END-IF
001726     IF NOT TCW-PENWVC-ABIERTO
001727         MOVE 'ARCHIVO DE SOLICITUDES PROGRAMADAS NO DISPONIBLE'
001728             TO WVC-RET-MSGERR
001729         STRING 'STATUS '     DELIMITED BY SIZE
001730                TCW-FS-PENWVC DELIMITED BY SIZE
001731                INTO WVC-RET-MSGERR2
001732         END-STRING
001733         GO TO 1600-PROGRAMAR-RECHAZO
001734     END-IF
001735     MOVE WVC-COD-UNICO    TO PEN-COD-UNICO
001736     MOVE WVC-COD-PRODUCTO TO PEN-COD-PRODUCTO
001737     EVALUATE TRUE
001738         WHEN WVC-OPER-BAJA
001739             SET  PEN-OPER-BAJA     TO TRUE
001740         WHEN WVC-OPER-MODIFICA
001741             SET  PEN-OPER-MODIFICA TO TRUE
001742         WHEN OTHER
001743             SET  PEN-OPER-ALTA     TO TRUE
001744     END-EVALUATE
001745     READ ARCPENWVC
001746         KEY IS PEN-CLAVE
001747         INVALID KEY
001748             CONTINUE
001749     END-READ
001750     IF TCW-OK-PENWVC AND PEN-PENDIENTE
001751         MOVE 'YA HAY SOLICITUD PROGRAMADA PARA CLIENTE/PRODUCTO'
001752             TO WVC-RET-MSGERR
001753         STRING 'EFECTIVA '        DELIMITED BY SIZE
001754                PEN-FECHA-EFECTIVA DELIMITED BY SIZE
001755                INTO WVC-RET-MSGERR2
001756         END-STRING
001757         GO TO 1600-PROGRAMAR-RECHAZO
001758     END-IF
001759     IF NOT TCW-OK-PENWVC AND NOT TCW-NOENC-PENWVC
001760         MOVE 'ERROR DE LECTURA EN SOLICITUDES PROGRAMADAS'
001761             TO WVC-RET-MSGERR
001762         STRING 'STATUS '     DELIMITED BY SIZE
001763                TCW-FS-PENWVC DELIMITED BY SIZE
001764                INTO WVC-RET-MSGERR2
001765         END-STRING
001766         GO TO 1600-PROGRAMAR-RECHAZO
001767     END-IF
001768     MOVE WVC-FECHA-EFECTIVA TO PEN-FECHA-EFECTIVA
001769     MOVE WVC-FECHA-EFECTIVA TO PEN-FECHA-ORIGINAL
001770     MOVE WVC-RUC            TO PEN-RUC
001771     MOVE WVC-CODMON         TO PEN-CODMON
001772     SET  PEN-PENDIENTE      TO TRUE
001773     MOVE WVC-HDR-FECHA      TO PEN-FECHA-ESTADO
001774     MOVE WVC-HDR-USRFUN     TO PEN-USR-ESTADO
001775     MOVE WVC-HDR-FECHA      TO PEN-FECHA-REG
001776     MOVE WVC-HDR-HORA       TO PEN-HORA-REG
001777     MOVE WVC-HDR-USRFUN     TO PEN-USRFUN
001778     MOVE WVC-HDR-ORIGEN     TO PEN-ORIGEN
001779     MOVE WVC-HDR-PGMINV     TO PEN-PGMINV
001780     MOVE ZERO               TO PEN-CANT-REPROG
001781     MOVE ZERO               TO PEN-RES-ESTADO
001782     MOVE ZERO               TO PEN-RES-CODERR
001783     MOVE SPACE              TO PEN-FILLER
001784     IF PEN-RUC = ZERO AND NOT PEN-OPER-ALTA
001785         PERFORM 1620-COMPLETAR-RUC
001786             THRU 1620-COMPLETAR-RUC-EXIT
001787     END-IF
001788     IF TCW-NOENC-PENWVC
001789         WRITE ADQWPEN
001790             INVALID KEY
001791                 CONTINUE
001792         END-WRITE
001793     ELSE
001794         REWRITE ADQWPEN
001795             INVALID KEY
001796                 CONTINUE
001797         END-REWRITE
001798     END-IF
001799     IF NOT TCW-OK-PENWVC
001800         MOVE 'ERROR AL GRABAR LA SOLICITUD PROGRAMADA'
001801             TO WVC-RET-MSGERR
001802         STRING 'STATUS '     DELIMITED BY SIZE
001803                TCW-FS-PENWVC DELIMITED BY SIZE
001804                INTO WVC-RET-MSGERR2
001805         END-STRING
001806         GO TO 1600-PROGRAMAR-RECHAZO
001807     END-IF
001808     SET  WVC-TLD-OK       TO TRUE
001809     SET  WVC-PROGRAMADO   TO TRUE
001810     MOVE ZERO             TO WVC-RET-CODERR
001811     MOVE '0'              TO WVC-OUT-FLGRPT
001812     STRING 'SOLICITUD PROGRAMADA PARA EL ' DELIMITED BY SIZE
001813            WVC-FECHA-EFECTIVA              DELIMITED BY SIZE
001814            INTO WVC-OUT-MENSAJ
001815     END-STRING
001816     SET  TCW-ES-PROGRAMADA TO TRUE
001817     GO TO 1600-PROGRAMAR-SOLICITUD-EXIT
001818     .
001819 1600-PROGRAMAR-RECHAZO.
001820     SET  WVC-TLD-ERR              TO TRUE
001821     SET  WVC-ERR                  TO TRUE
001822     SET  WVC-CODERR-NO-PROGRAMADA TO TRUE
001823     SET  TCW-ES-RECHAZO           TO TRUE
001824     .
001825 1600-PROGRAMAR-SOLICITUD-EXIT.
001826     EXIT.
001827
001828*----------------------------------------------------------*
001829*  1610-ABRIR-PENWVC - ABRE LAS SOLICITUDES PROGRAMADAS EN  *
001830*                      MODO I-O UNA SOLA VEZ POR EJECUCION, *
001831*                      RECIEN CON LA PRIMERA SOLICITUD      *
001832*                      FUTURA; SE CREA SI NO EXISTE         *
001833*----------------------------------------------------------*
001834 1610-ABRIR-PENWVC SECTION.
001835     OPEN I-O ARCPENWVC
001836     IF NOT TCW-OK-PENWVC AND NOT TCW-NOENC-PENWVC
001837         OPEN OUTPUT ARCPENWVC
001838         CLOSE ARCPENWVC
001839         OPEN I-O ARCPENWVC
001840     END-IF
001841     IF TCW-OK-PENWVC
001842         SET  TCW-PENWVC-ABIERTO TO TRUE
001843     END-IF
001844     .
001845 1610-ABRIR-PENWVC-EXIT.
001846     EXIT.
001847
001848*----------------------------------------------------------*
001849*  1620-COMPLETAR-RUC - BAJA O MODIFICACION SIN RUC: SE     *
001850*                       TOMA EL DE LA AFILIACION VIGENTE    *
001851*                       PARA QUE LA PENDIENTE QUEDE BAJO SU *
001852*                       EMPLEADOR EN EL REPORTE             *
001853*----------------------------------------------------------*
001854 1620-COMPLETAR-RUC SECTION.
001855     IF NOT TCW-AFILIAC-ABIERTO
001856         PERFORM 2110-ABRIR-AFILIAC
001857             THRU 2110-ABRIR-AFILIAC-EXIT
001858     END-IF
001859     IF NOT TCW-AFILIAC-ABIERTO
001860         GO TO 1620-COMPLETAR-RUC-EXIT
001861     END-IF
001862     MOVE PEN-COD-UNICO    TO AFI-COD-UNICO
001863     MOVE PEN-COD-PRODUCTO TO AFI-COD-PRODUCTO
001864     READ ARCAFILIAC
001865         KEY IS AFI-CLAVE
001866         INVALID KEY
001867             GO TO 1620-COMPLETAR-RUC-EXIT
001868     END-READ
001869     IF AFI-VIGENTE
001870         MOVE AFI-RUC TO PEN-RUC
001871     END-IF
001872     .
001873 1620-COMPLETAR-RUC-EXIT.
001874     EXIT.
001875
001876*----------------------------------------------------------*
001877*  2000-VALIDAR-LOCAL - VALIDACIONES LOCALES ANTES DE        *
001878*                       GASTAR UNA LLAMADA A VULCANO. PARA   *
001879*                       LA BAJA SOLO SE VALIDA QUE EXISTA    *
001880*                       AFILIACION VIGENTE (EL RUC Y LA      *
001881*                       MONEDA NO INTERVIENEN EN LA BAJA)    *
001882*----------------------------------------------------------*
001883 2000-VALIDAR-LOCAL SECTION.
001884     IF WVC-OPER-BAJA
001885         PERFORM 2400-VALIDAR-BAJA
001886             THRU 2400-VALIDAR-BAJA-EXIT
001887         GO TO 2000-VALIDAR-LOCAL-EXIT
001888     END-IF
001889     IF WVC-OPER-MODIFICA
001890         PERFORM 2500-VALIDAR-MODIFICA
001891             THRU 2500-VALIDAR-MODIFICA-EXIT
001892         IF NOT TCW-ES-RECHAZO
001893             PERFORM 2300-VALIDAR-MONEDA
001894                 THRU 2300-VALIDAR-MONEDA-EXIT
001895         END-IF
001896         IF NOT TCW-ES-RECHAZO
001897             PERFORM 2700-VALIDAR-CLIENTE
001898                 THRU 2700-VALIDAR-CLIENTE-EXIT
001899         END-IF
001900         IF NOT TCW-ES-RECHAZO
001901             PERFORM 2600-VALIDAR-CONVENIO
001902                 THRU 2600-VALIDAR-CONVENIO-EXIT
001903         END-IF
001904         GO TO 2000-VALIDAR-LOCAL-EXIT
001905     END-IF
001906     PERFORM 2100-VALIDAR-AFILIADO
001907         THRU 2100-VALIDAR-AFILIADO-EXIT
001908     IF NOT TCW-ES-RECHAZO
001909         PERFORM 2700-VALIDAR-CLIENTE
001910             THRU 2700-VALIDAR-CLIENTE-EXIT
001911     END-IF
001912     IF NOT TCW-ES-RECHAZO
001913         PERFORM 2200-VALIDAR-RUC
001914             THRU 2200-VALIDAR-RUC-EXIT
001915     END-IF
001916     IF NOT TCW-ES-RECHAZO
001917         PERFORM 2300-VALIDAR-MONEDA
001918             THRU 2300-VALIDAR-MONEDA-EXIT
001919     END-IF
001920     IF NOT TCW-ES-RECHAZO
001921         PERFORM 2600-VALIDAR-CONVENIO
001922             THRU 2600-VALIDAR-CONVENIO-EXIT
001923     END-IF
001924     .
001925 2000-VALIDAR-LOCAL-EXIT.
001926     EXIT.
001927
001928*----------------------------------------------------------*
001929*  2050-VALIDAR-AUTORIZACION - EL USUARIO FUNCIONAL Y EL    *
001930*                              ORIGEN DEBEN TENER UNA       *
001931*                              AUTORIZACION VIGENTE A LA    *
001932*                              FECHA DE LA SOLICITUD QUE    *
001933*                              INCLUYA LA OPERACION Y EL    *
001934*                              PRODUCTO. SIN EL MAESTRO DE  *
001935*                              AUTORIZACIONES NO SE VALIDA, *
001936*                              COMO EN 2200 Y 2600          *
001937*                              SE HACE EN EL MAINLINE,      *
001938*                              ANTES DE TODA OTRA           *
001939*                              VALIDACION, INCLUIDA LA      *
001940*                              FECHA EFECTIVA (1500)        *
001941*----------------------------------------------------------*
001942 2050-VALIDAR-AUTORIZACION SECTION.
001943     IF NOT TCW-AUTWVC-ABIERTO
001944         OPEN INPUT ARCAUTWVC
001945         IF TCW-OK-AUTWVC OR TCW-NOENC-AUTWVC
001946             SET  TCW-AUTWVC-ABIERTO TO TRUE
001947         END-IF
001948     END-IF
001949     IF NOT TCW-AUTWVC-ABIERTO
001950         GO TO 2050-VALIDAR-AUTORIZACION-EXIT
001951     END-IF
001952     MOVE WVC-HDR-USRFUN TO AUT-USRFUN
001953     MOVE WVC-HDR-ORIGEN TO AUT-ORIGEN
001954     READ ARCAUTWVC
001955         KEY IS AUT-CLAVE
001956         INVALID KEY
001957             SET  TCW-VIOL-SIN-AUTORIZ TO TRUE
001958             MOVE 'USUARIO/ORIGEN SIN AUTORIZACION'
001959                 TO WVC-RET-MSGERR
001960             GO TO 2050-VALIDAR-AUTORIZACION-DENEGAR
001961     END-READ
001962     IF (AUT-FECHA-INI NUMERIC
001963         AND WVC-HDR-FECHA < AUT-FECHA-INI)
001964        OR (AUT-FECHA-FIN NUMERIC AND NOT AUT-SIN-VENCIMIENTO
001965         AND WVC-HDR-FECHA > AUT-FECHA-FIN)
001966         SET  TCW-VIOL-FUERA-VIGENCIA TO TRUE
001967         MOVE 'AUTORIZACION DE USUARIO/ORIGEN NO VIGENTE'
001968             TO WVC-RET-MSGERR
001969         GO TO 2050-VALIDAR-AUTORIZACION-DENEGAR
001970     END-IF
001971     IF (WVC-OPER-BAJA AND NOT AUT-PERMITE-BAJA)
001972        OR (WVC-OPER-MODIFICA AND NOT AUT-PERMITE-MODIF)
001973        OR (WVC-OPER-ALTA AND NOT AUT-PERMITE-ALTA)
001974         SET  TCW-VIOL-OPERACION TO TRUE
001975         MOVE 'OPERACION NO AUTORIZADA AL USUARIO/ORIGEN'
001976             TO WVC-RET-MSGERR
001977         GO TO 2050-VALIDAR-AUTORIZACION-DENEGAR
001978     END-IF
001979     IF AUT-TODOS-LOS-PRODUCTOS
001980         GO TO 2050-VALIDAR-AUTORIZACION-EXIT
001981     END-IF
001982     MOVE SPACE TO TCW-SW-PROD-AUTOR
001983     PERFORM 2060-COMPARAR-UN-PRODUCTO
001984         THRU 2060-COMPARAR-UN-PRODUCTO-EXIT
001985             VARYING TCW-IX-PRA FROM 1 BY 1
001986             UNTIL TCW-IX-PRA > 10
001987                OR TCW-PRODUCTO-AUTORIZADO
001988     IF TCW-PRODUCTO-AUTORIZADO
001989         GO TO 2050-VALIDAR-AUTORIZACION-EXIT
001990     END-IF
001991     SET  TCW-VIOL-PRODUCTO TO TRUE
001992     MOVE 'PRODUCTO NO AUTORIZADO AL USUARIO/ORIGEN'
001993         TO WVC-RET-MSGERR
001994     .
001995 2050-VALIDAR-AUTORIZACION-DENEGAR.
001996     SET  WVC-TLD-ERR              TO TRUE
001997     SET  WVC-ERR                  TO TRUE
001998     SET  WVC-CODERR-NO-AUTORIZADO TO TRUE
001999     MOVE SPACE                    TO WVC-RET-MSGERR2
002000     STRING WVC-HDR-USRFUN DELIMITED BY SIZE
002001            ' '            DELIMITED BY SIZE
002002            WVC-HDR-ORIGEN DELIMITED BY SIZE
002003            INTO WVC-RET-MSGERR2
002004     END-STRING
002005     SET  TCW-ES-RECHAZO           TO TRUE
002006     PERFORM 2070-GRABAR-VIOLACION
002007         THRU 2070-GRABAR-VIOLACION-EXIT
002008     .
002009 2050-VALIDAR-AUTORIZACION-EXIT.
002010     EXIT.
002011
002012 2060-COMPARAR-UN-PRODUCTO SECTION.
002013     IF AUT-PRODUCTO(TCW-IX-PRA) NOT = ZERO
002014        AND AUT-PRODUCTO(TCW-IX-PRA) = WVC-COD-PRODUCTO
002015         SET  TCW-PRODUCTO-AUTORIZADO TO TRUE
002016     END-IF
002017     .
002018 2060-COMPARAR-UN-PRODUCTO-EXIT.
002019     EXIT.
002020
002021*----------------------------------------------------------*
002022*  2070-GRABAR-VIOLACION - DEJA LA SOLICITUD DENEGADA EN EL *
002023*                          ARCHIVO DE VIOLACIONES DE        *
002024*                          SEGURIDAD (SE ABRE EN EXTEND UNA *
002025*                          SOLA VEZ POR EJECUCION). EN      *
002026*                          SIMULACION NO SE GRABA           *
002027*----------------------------------------------------------*
002028 2070-GRABAR-VIOLACION SECTION.
002029     IF WVC-HDR-SIMULACION
002030         GO TO 2070-GRABAR-VIOLACION-EXIT
002031     END-IF
002032     IF NOT TCW-VIOWVC-ABIERTO
002033         OPEN EXTEND ARCVIOWVC
002034         IF NOT TCW-OK-VIOWVC
002035             OPEN OUTPUT ARCVIOWVC
002036         END-IF
002037         IF TCW-OK-VIOWVC
002038             SET  TCW-VIOWVC-ABIERTO TO TRUE
002039         END-IF
002040     END-IF
002041     IF NOT TCW-VIOWVC-ABIERTO
002042         GO TO 2070-GRABAR-VIOLACION-EXIT
002043     END-IF
002044     MOVE WVC-HDR-FECHA    TO VIO-FECHA
002045     MOVE WVC-HDR-HORA     TO VIO-HORA
002046     MOVE WVC-HDR-USRFUN   TO VIO-USRFUN
002047     MOVE WVC-HDR-ORIGEN   TO VIO-ORIGEN
002048     MOVE WVC-OPERACION    TO VIO-OPERACION
002049     MOVE WVC-COD-UNICO    TO VIO-COD-UNICO
002050     MOVE WVC-COD-PRODUCTO TO VIO-COD-PRODUCTO
002051     MOVE WVC-HDR-PGMINV   TO VIO-PGMINV
002052     MOVE TCW-MOTIVO-VIOL  TO VIO-MOTIVO
002053     MOVE WVC-RET-MSGERR   TO VIO-DESCRIP
002054     MOVE SPACE            TO VIO-FILLER
002055     WRITE ADQWVIO
002056     .
002057 2070-GRABAR-VIOLACION-EXIT.
002058     EXIT.
002059
002060*----------------------------------------------------------*
002061*  2100-VALIDAR-AFILIADO - RECHAZA SI EL CLIENTE YA ESTA     *
002062*                          AFILIADO A CTA SUELDO PARA ESE    *
002063*                          PRODUCTO                          *
002064*----------------------------------------------------------*
002065 2100-VALIDAR-AFILIADO SECTION.
002066     MOVE WVC-COD-UNICO    TO AFI-COD-UNICO
002067     MOVE WVC-COD-PRODUCTO TO AFI-COD-PRODUCTO
002068     IF NOT TCW-AFILIAC-ABIERTO
002069         PERFORM 2110-ABRIR-AFILIAC
002070             THRU 2110-ABRIR-AFILIAC-EXIT
002071     END-IF
002072     IF NOT TCW-AFILIAC-ABIERTO
002073         GO TO 2100-VALIDAR-AFILIADO-EXIT
002074     END-IF
002075     READ ARCAFILIAC
002076         KEY IS AFI-CLAVE
002077         INVALID KEY
002078             CONTINUE
002079     END-READ
002080     IF TCW-OK-AFILIAC AND AFI-VIGENTE
002081         SET  WVC-TLD-ERR            TO TRUE
002082         SET  WVC-DUPLICADO          TO TRUE
002083         SET  WVC-CODERR-YA-AFILIADO TO TRUE
002084         MOVE 'CLIENTE YA AFILIADO A CTA SUELDO'
002085             TO WVC-RET-MSGERR
002086         SET  TCW-ES-RECHAZO         TO TRUE
002087     END-IF
002088     .
002089 2100-VALIDAR-AFILIADO-EXIT.
002090     EXIT.
002091
002092*----------------------------------------------------------*
002093*  2110-ABRIR-AFILIAC - ABRE ARCAFILIAC EN MODO I-O UNA SOLA *
002094*                       VEZ POR EJECUCION (SE MANTIENE       *
002095*                       ABIERTO ENTRE LLAMADAS DE UNA MISMA  *
002096*                       CORRIDA, INCLUYENDO LAS DEL DRIVER    *
002097*                       BATCH TCW1BAT); SE CREA SI NO EXISTE  *
002098*                       SALVO EN SIMULACION, QUE LO ABRE SOLO *
002099*                       PARA LECTURA                          *
002100*----------------------------------------------------------*
002101 2110-ABRIR-AFILIAC SECTION.
002102     IF WVC-HDR-SIMULACION
002103         OPEN INPUT ARCAFILIAC
002104         GO TO 2110-ABRIR-AFILIAC-MARCAR
002105     END-IF
002106     OPEN I-O ARCAFILIAC
002107     IF NOT TCW-OK-AFILIAC AND NOT TCW-NOENC-AFILIAC
002108         OPEN OUTPUT ARCAFILIAC
002109         CLOSE ARCAFILIAC
002110         OPEN I-O ARCAFILIAC
002111     END-IF
002112     .
002113 2110-ABRIR-AFILIAC-MARCAR.
002114     IF TCW-OK-AFILIAC
002115         SET  TCW-AFILIAC-ABIERTO TO TRUE
002116     END-IF
002117     .
002118 2110-ABRIR-AFILIAC-EXIT.
002119     EXIT.
002120
002121*----------------------------------------------------------*
002122*  2120-ABRIR-AFIXRF - ABRE LA REFERENCIA CRUZADA POR       *
002123*                      CUENTA EN MODO I-O UNA SOLA VEZ POR  *
002124*                      EJECUCION; SE CREA SI NO EXISTE      *
002125*----------------------------------------------------------*
002126 2120-ABRIR-AFIXRF SECTION.
002127     OPEN I-O ARCAFIXRF
002128     IF NOT TCW-OK-AFIXRF AND NOT TCW-NOENC-AFIXRF
002129         OPEN OUTPUT ARCAFIXRF
002130         CLOSE ARCAFIXRF
002131         OPEN I-O ARCAFIXRF
002132     END-IF
002133     IF TCW-OK-AFIXRF
002134         SET  TCW-AFIXRF-ABIERTO TO TRUE
002135     END-IF
002136     .
002137 2120-ABRIR-AFIXRF-EXIT.
002138     EXIT.
002139
002140*----------------------------------------------------------*
002141*  2200-VALIDAR-RUC - VALIDA WVC-RUC CONTRA EL MAESTRO       *
002142*                     LOCAL DE EMPLEADORES ANTES DE          *
002143*                     INVOCAR VULCANO                        *
002150*----------------------------------------------------------*
002160 2200-VALIDAR-RUC SECTION.
002170     IF WVC-RUC = ZERO
002540*----------------------------------------------------------*
002550*  2300-VALIDAR-MONEDA - VALIDA WVC-CODMON CONTRA LA TABLA   *
002560*                        DE COMPATIBILIDAD PRODUCTO/MONEDA   *
002561*                        CON EL INDICADOR QUE RIGE A LA      *
002562*                        FECHA DE LA SOLICITUD               *
002570*----------------------------------------------------------*
002580 2300-VALIDAR-MONEDA SECTION.
002590     MOVE WVC-COD-PRODUCTO TO PRM-COD-PRODUCTO
002720             SET  TCW-ES-RECHAZO         TO TRUE
002730     END-READ
002740     IF TCW-OK-PRODMON AND NOT TCW-ES-RECHAZO
002741         MOVE PRM-ESTADO TO TCW-ESTADO-PRODMON
002742         IF PRM-FECHA-PROG NUMERIC
002743            AND WVC-HDR-FECHA NOT < PRM-FECHA-PROG
002744*-                   ---  EL CAMBIO PROGRAMADO YA RIGE A LA FECHA
002745*-                        DE LA SOLICITUD AUNQUE TCWNPRM AUN NO
002746*-                        LO HAYA CONSOLIDADO
002747             MOVE PRM-ESTADO-PROG TO TCW-ESTADO-PRODMON
002748         END-IF
002749         IF TCW-PRODMON-NO-PERMITIDO
002755             SET  WVC-TLD-ERR            TO TRUE
002760             SET  WVC-ERR                TO TRUE
002770             SET  WVC-CODERR-MON-PROD    TO TRUE
002904         MOVE AFI-RUC TO WVC-RUC
002905     END-IF
002906     .
002907 2400-VALIDAR-BAJA-EXIT.
002908     EXIT.
002909
002910*----------------------------------------------------------*
002911*  2500-VALIDAR-MODIFICA - RECHAZA LA MODIFICACION SI EL    *
002912*                          CLIENTE NO TIENE AFILIACION      *
002913*                          VIGENTE PARA ESE PRODUCTO EN EL  *
002914*                          MAESTRO LOCAL; LA MONEDA NUEVA   *
002915*                          SE VALIDA APARTE CON 2300        *
002916*----------------------------------------------------------*
002917 2500-VALIDAR-MODIFICA SECTION.
002918     MOVE WVC-COD-UNICO    TO AFI-COD-UNICO
002919     MOVE WVC-COD-PRODUCTO TO AFI-COD-PRODUCTO
002920     IF NOT TCW-AFILIAC-ABIERTO
002921         PERFORM 2110-ABRIR-AFILIAC
002922             THRU 2110-ABRIR-AFILIAC-EXIT
002923     END-IF
002924     IF NOT TCW-AFILIAC-ABIERTO
002925         GO TO 2500-VALIDAR-MODIFICA-EXIT
002926     END-IF
002927     READ ARCAFILIAC
002928         KEY IS AFI-CLAVE
002929         INVALID KEY
002930             CONTINUE
002931     END-READ
002932     IF NOT TCW-OK-AFILIAC OR NOT AFI-VIGENTE
002933         SET  WVC-TLD-ERR            TO TRUE
002934         SET  WVC-ERR                TO TRUE
002935         SET  WVC-CODERR-NO-AFILIADO TO TRUE
002936         MOVE 'CLIENTE SIN AFILIACION VIGENTE PARA MODIFICAR'
002937             TO WVC-RET-MSGERR
002938         SET  TCW-ES-RECHAZO         TO TRUE
002939     END-IF
002940     IF TCW-OK-AFILIAC AND AFI-VIGENTE AND WVC-RUC = ZERO
002941*-                   ---  IGUAL QUE EN LA BAJA: SE CONSERVA EL
002942*-                        CONVENIO DE ORIGEN EN LA BITACORA
002943         MOVE AFI-RUC TO WVC-RUC
002944     END-IF
002945     IF TCW-OK-AFILIAC AND AFI-VIGENTE
002946         MOVE AFI-RUC TO TCW-RUC-AFILIADO
002947     END-IF
002948     .
002949 2500-VALIDAR-MODIFICA-EXIT.
002950     EXIT.
002951
002952*----------------------------------------------------------*
002953*  2600-VALIDAR-CONVENIO - VALIDA EL ALTA O LA MODIFICACION *
002954*                          CONTRA EL CONVENIO DEL EMPLEADOR *
002955*                          (ADQCONV): PRODUCTO AUTORIZADO,  *
002956*                          VIGENCIA A LA FECHA DE LA        *
002957*                          SOLICITUD Y TOPE DE VIGENTES.    *
002958*                          SIN EL MAESTRO DE CONVENIOS NO   *
002959*                          SE VALIDA, COMO EN 2200 Y 2300   *
002960*----------------------------------------------------------*
002961 2600-VALIDAR-CONVENIO SECTION.
002962     IF WVC-RUC = ZERO
002963*-                   ---  MODIFICACION DE UNA AFILIACION ANTERIOR
002964*-                        A AFI-RUC: NO HAY CONVENIO QUE VALIDAR
002965         GO TO 2600-VALIDAR-CONVENIO-EXIT
002966     END-IF
002967     IF NOT TCW-CONVEN-ABIERTO
002968         OPEN INPUT ARCCONVEN
002969         IF TCW-OK-CONVEN OR TCW-NOENC-CONVEN
002970             SET  TCW-CONVEN-ABIERTO TO TRUE
002971         END-IF
002972     END-IF
002973     IF NOT TCW-CONVEN-ABIERTO
002974         GO TO 2600-VALIDAR-CONVENIO-EXIT
002975     END-IF
002976     MOVE WVC-RUC          TO CNV-RUC
002977     MOVE WVC-COD-PRODUCTO TO CNV-COD-PRODUCTO
002978     READ ARCCONVEN
002979         KEY IS CNV-CLAVE
002980         INVALID KEY
002981             SET  WVC-TLD-ERR              TO TRUE
002982             SET  WVC-ERR                  TO TRUE
002983             SET  WVC-CODERR-CONV-PRODUCTO TO TRUE
002984             MOVE 'PRODUCTO NO INCLUIDO EN EL CONVENIO'
002985                 TO WVC-RET-MSGERR
002986             SET  TCW-ES-RECHAZO           TO TRUE
002987             GO TO 2600-VALIDAR-CONVENIO-EXIT
002988     END-READ
002989     IF CNV-FECHA-INI NUMERIC
002990        AND WVC-HDR-FECHA < CNV-FECHA-INI
002991         SET  WVC-TLD-ERR              TO TRUE
002992         SET  WVC-ERR                  TO TRUE
002993         SET  WVC-CODERR-CONV-VENCIDO  TO TRUE
002994         MOVE 'CONVENIO DEL EMPLEADOR AUN NO VIGENTE'
002995             TO WVC-RET-MSGERR
002996         MOVE CNV-FECHA-INI TO WVC-RET-MSGERR2
002997         SET  TCW-ES-RECHAZO           TO TRUE
002998         GO TO 2600-VALIDAR-CONVENIO-EXIT
002999     END-IF
003000     IF CNV-FECHA-FIN NUMERIC AND NOT CNV-SIN-VENCIMIENTO
003001        AND WVC-HDR-FECHA > CNV-FECHA-FIN
003002         SET  WVC-TLD-ERR              TO TRUE
003003         SET  WVC-ERR                  TO TRUE
003004         SET  WVC-CODERR-CONV-VENCIDO  TO TRUE
003005         MOVE 'CONVENIO DEL EMPLEADOR VENCIDO'
003006             TO WVC-RET-MSGERR
003007         MOVE CNV-FECHA-FIN TO WVC-RET-MSGERR2
003008         SET  TCW-ES-RECHAZO           TO TRUE
003009         GO TO 2600-VALIDAR-CONVENIO-EXIT
003010     END-IF
003011     IF CNV-TOPE-VIGENTES NOT NUMERIC
003012        OR CNV-TOPE-VIGENTES = ZERO
003013         GO TO 2600-VALIDAR-CONVENIO-EXIT
003014     END-IF
003015     IF WVC-OPER-MODIFICA AND TCW-RUC-AFILIADO = WVC-RUC
003016*-                   ---  LA AFILIACION YA OCUPA SU LUGAR EN ESTE
003017*-                        CONVENIO: LA MODIFICACION NO LO AUMENTA
003018         GO TO 2600-VALIDAR-CONVENIO-EXIT
003019     END-IF
003020     MOVE CNV-TOPE-VIGENTES TO TCW-WK-TOPE
003021     IF NOT TCW-CUPOS-CARGADOS
003022         PERFORM 2620-CARGAR-CUPOS
003023             THRU 2620-CARGAR-CUPOS-EXIT
003024     END-IF
003025     MOVE WVC-RUC          TO TCW-WK-RUC
003026     MOVE WVC-COD-PRODUCTO TO TCW-WK-PRODUCTO
003027     PERFORM 2640-UBICAR-CUPO
003028         THRU 2640-UBICAR-CUPO-EXIT
003029     IF NOT TCW-CUPO-HALLADO
003030         PERFORM 2660-AGREGAR-CUPO
003031             THRU 2660-AGREGAR-CUPO-EXIT
003032     END-IF
003033     IF NOT TCW-CUPO-HALLADO
003034         SET  WVC-TLD-ERR              TO TRUE
003035         SET  WVC-ERR                  TO TRUE
003036         SET  WVC-CODERR-CONV-TOPE     TO TRUE
003037         MOVE 'TABLA DE CUPOS LLENA: TOPE NO VERIFICABLE'
003038             TO WVC-RET-MSGERR
003039         MOVE 'TOPE' TO WVC-RET-MSGERR2(1:4)
003040         MOVE TCW-WK-TOPE TO WVC-RET-MSGERR2(6:7)
003041         SET  TCW-ES-RECHAZO           TO TRUE
003042         GO TO 2600-VALIDAR-CONVENIO-EXIT
003043     END-IF
003044     IF TCW-CUP-VIGENT(TCW-IX-CUP) NOT < TCW-WK-TOPE
003045         SET  WVC-TLD-ERR              TO TRUE
003046         SET  WVC-ERR                  TO TRUE
003047         SET  WVC-CODERR-CONV-TOPE     TO TRUE
003048         MOVE 'TOPE DE VIGENTES DEL CONVENIO ALCANZADO'
003049             TO WVC-RET-MSGERR
003050         MOVE 'TOPE' TO WVC-RET-MSGERR2(1:4)
003051         MOVE TCW-WK-TOPE TO WVC-RET-MSGERR2(6:7)
003052         IF WVC-HDR-SIMULACION
003053            AND TCW-CUP-VIGENT(TCW-IX-CUP)
003054              - TCW-CUP-SIMUL(TCW-IX-CUP) < TCW-WK-TOPE
003055*-                   ---  SIN LAS ALTAS SIMULADAS DE ESTA CORRIDA
003056*-                        HABRIA LUGAR: CHOCA CON ELLAS
003057             MOVE 'TOPE DEL CONVENIO COMPLETADO POR ESTA CORRIDA'
003058                 TO WVC-RET-MSGERR
003059             SET  WVC-OUT-EN-COLISION  TO TRUE
003060         END-IF
003061         SET  TCW-ES-RECHAZO           TO TRUE
003062     END-IF
003063     .
003064 2600-VALIDAR-CONVENIO-EXIT.
003065     EXIT.
003066
003067*----------------------------------------------------------*
003068*  2620-CARGAR-CUPOS - RECORRE UNA VEZ POR EJECUCION EL     *
003069*                      MAESTRO DE AFILIACIONES Y CUENTA LAS *
003070*                      VIGENTES POR AFI-RUC + PRODUCTO DE   *
003071*                      LOS CONVENIOS CON TOPE               *
003072*----------------------------------------------------------*
003073 2620-CARGAR-CUPOS SECTION.
003074     SET  TCW-CUPOS-CARGADOS TO TRUE
003075     IF NOT TCW-AFILIAC-ABIERTO
003076         PERFORM 2110-ABRIR-AFILIAC
003077             THRU 2110-ABRIR-AFILIAC-EXIT
003078     END-IF
003079     IF NOT TCW-AFILIAC-ABIERTO
003080         GO TO 2620-CARGAR-CUPOS-EXIT
003081     END-IF
003082     MOVE SPACE      TO TCW-SW-FIN-CUPOS
003083     MOVE LOW-VALUES TO AFI-CLAVE
003084     START ARCAFILIAC
003085         KEY IS NOT LESS THAN AFI-CLAVE
003086         INVALID KEY
003087             SET  TCW-FIN-CARGA-CUPOS TO TRUE
003088     END-START
003089     PERFORM 2630-CONTAR-UNA-AFILIAC
003090         THRU 2630-CONTAR-UNA-AFILIAC-EXIT
003091             UNTIL TCW-FIN-CARGA-CUPOS
003092     .
003093 2620-CARGAR-CUPOS-EXIT.
003094     EXIT.
003095
003096 2630-CONTAR-UNA-AFILIAC SECTION.
003097     READ ARCAFILIAC NEXT
003098         AT END
003099             SET  TCW-FIN-CARGA-CUPOS TO TRUE
003100     END-READ
003101     IF TCW-FIN-CARGA-CUPOS OR NOT TCW-OK-AFILIAC
003102         SET  TCW-FIN-CARGA-CUPOS TO TRUE
003103         GO TO 2630-CONTAR-UNA-AFILIAC-EXIT
003104     END-IF
003105     IF NOT AFI-VIGENTE OR AFI-RUC = ZERO
003106         GO TO 2630-CONTAR-UNA-AFILIAC-EXIT
003107     END-IF
003108     MOVE AFI-RUC          TO CNV-RUC
003109     MOVE AFI-COD-PRODUCTO TO CNV-COD-PRODUCTO
003110     READ ARCCONVEN
003111         KEY IS CNV-CLAVE
003112         INVALID KEY
003113             GO TO 2630-CONTAR-UNA-AFILIAC-EXIT
003114     END-READ
003115     IF CNV-TOPE-VIGENTES NOT NUMERIC
003116        OR CNV-TOPE-VIGENTES = ZERO
003117         GO TO 2630-CONTAR-UNA-AFILIAC-EXIT
003118     END-IF
003119     MOVE AFI-RUC          TO TCW-WK-RUC
003120     MOVE AFI-COD-PRODUCTO TO TCW-WK-PRODUCTO
003121     PERFORM 2640-UBICAR-CUPO
003122         THRU 2640-UBICAR-CUPO-EXIT
003123     IF NOT TCW-CUPO-HALLADO
003124         PERFORM 2660-AGREGAR-CUPO
003125             THRU 2660-AGREGAR-CUPO-EXIT
003126     END-IF
003127     IF TCW-CUPO-HALLADO
003128         ADD 1 TO TCW-CUP-VIGENT(TCW-IX-CUP)
003129     END-IF
003130     .
003131 2630-CONTAR-UNA-AFILIAC-EXIT.
003132     EXIT.
003133
003134*----------------------------------------------------------*
003135*  2640-UBICAR-CUPO - BUSCA TCW-WK-RUC + TCW-WK-PRODUCTO EN *
003136*                     LA TABLA DE CUPOS Y DEJA TCW-IX-CUP   *
003137*                     POSICIONADO SI ESTA                   *
003138*----------------------------------------------------------*
003139 2640-UBICAR-CUPO SECTION.
003140     MOVE 'N' TO TCW-SW-CUPO-HALLADO
003141     SET  TCW-IX-CUP TO 1
003142     PERFORM 2650-COMPARAR-UN-CUPO
003143         THRU 2650-COMPARAR-UN-CUPO-EXIT
003144             UNTIL TCW-IX-CUP > TCW-CANT-CUP
003145                OR TCW-CUPO-HALLADO
003146     .
003147 2640-UBICAR-CUPO-EXIT.
003148     EXIT.
003149
003150 2650-COMPARAR-UN-CUPO SECTION.
003151     IF TCW-CUP-RUC(TCW-IX-CUP)      = TCW-WK-RUC
003152        AND TCW-CUP-PRODUCTO(TCW-IX-CUP) = TCW-WK-PRODUCTO
003153         SET  TCW-CUPO-HALLADO TO TRUE
003154     ELSE
003155         SET  TCW-IX-CUP UP BY 1
003156     END-IF
003157     .
003158 2650-COMPARAR-UN-CUPO-EXIT.
003159     EXIT.
003160
003161*----------------------------------------------------------*
003162*  2660-AGREGAR-CUPO - AGREGA TCW-WK-RUC + TCW-WK-PRODUCTO  *
003163*                      EN CERO; CON LA TABLA LLENA DEJA EL  *
003164*                      CUPO NO HALLADO PARA QUE LA          *
003165*                      SOLICITUD SE RECHACE                 *
003166*----------------------------------------------------------*
003167 2660-AGREGAR-CUPO SECTION.
003168     IF TCW-CANT-CUP < 2000
003169         ADD 1 TO TCW-CANT-CUP
003170         SET  TCW-IX-CUP TO TCW-CANT-CUP
003171         MOVE TCW-WK-RUC      TO TCW-CUP-RUC(TCW-IX-CUP)
003172         MOVE TCW-WK-PRODUCTO TO TCW-CUP-PRODUCTO(TCW-IX-CUP)
003173         MOVE ZERO            TO TCW-CUP-VIGENT(TCW-IX-CUP)
003174         MOVE ZERO            TO TCW-CUP-SIMUL(TCW-IX-CUP)
003175         SET  TCW-CUPO-HALLADO TO TRUE
003176     ELSE
003177         IF NOT TCW-CUPOS-TABLA-LLENA
003178             DISPLAY 'TCW0WVC - TABLA DE CUPOS DE CONVENIO LLENA '
003179                 '(2000) - SE RECHAZAN LOS CONVENIOS QUE NO '
003180                 'ENTRAN'
003181             SET  TCW-CUPOS-TABLA-LLENA TO TRUE
003182         END-IF
003183     END-IF
003184     .
003185 2660-AGREGAR-CUPO-EXIT.
003186     EXIT.
003187
003188*----------------------------------------------------------*
003189*  2700-VALIDAR-CLIENTE - ALTAS Y MODIFICACIONES: SOLO EL   *
003190*                         CLIENTE ACTIVO EN EL ESTADO DE    *
003191*                         CLIENTES Y FUERA DE LA LISTA DE   *
003192*                         PERSONAS BLOQUEADAS ES ELEGIBLE.  *
003193*                         EL ARCHIVO QUE NO EXISTE NO SE    *
003194*                         VALIDA, COMO EN 2200 Y 2600       *
003195*----------------------------------------------------------*
003196 2700-VALIDAR-CLIENTE SECTION.
003197     IF NOT TCW-CLIEST-ABIERTO
003198         OPEN INPUT ARCCLIEST
003199         IF TCW-OK-CLIEST OR TCW-NOENC-CLIEST
003200             SET  TCW-CLIEST-ABIERTO TO TRUE
003201         END-IF
003202     END-IF
003203     IF NOT TCW-CLIEST-ABIERTO
003204         GO TO 2700-VALIDAR-CLIENTE-BLOQUEO
003205     END-IF
003206     MOVE WVC-COD-UNICO TO CLI-COD-UNICO
003207     READ ARCCLIEST
003208         KEY IS CLI-COD-UNICO
003209         INVALID KEY
003210             SET  WVC-TLD-ERR            TO TRUE
003211             SET  WVC-ERR                TO TRUE
003212             SET  WVC-CODERR-CLI-NOENC   TO TRUE
003213             MOVE 'CLIENTE NO EXISTE EN EL MAESTRO DE CLIENTES'
003214                 TO WVC-RET-MSGERR
003215             SET  TCW-ES-RECHAZO         TO TRUE
003216             GO TO 2700-VALIDAR-CLIENTE-EXIT
003217     END-READ
003218     IF CLI-ACTIVO
003219         GO TO 2700-VALIDAR-CLIENTE-BLOQUEO
003220     END-IF
003221     SET  WVC-TLD-ERR                TO TRUE
003222     SET  WVC-ERR                    TO TRUE
003223     MOVE SPACE                      TO WVC-RET-MSGERR
003224     EVALUATE TRUE
003225         WHEN CLI-FALLECIDO
003226             SET  WVC-CODERR-CLI-FALLECIDO TO TRUE
003227             STRING 'CLIENTE FALLECIDO ' DELIMITED BY SIZE
003228                    CLI-NOMBRE           DELIMITED BY SIZE
003229                    INTO WVC-RET-MSGERR
003230             END-STRING
003231         WHEN CLI-CERRADO
003232             SET  WVC-CODERR-CLI-CERRADO   TO TRUE
003233             STRING 'CLIENTE CERRADO '   DELIMITED BY SIZE
003234                    CLI-NOMBRE           DELIMITED BY SIZE
003235                    INTO WVC-RET-MSGERR
003236             END-STRING
003237         WHEN CLI-BLOQUEO-PLAFT
003238             SET  WVC-CODERR-CLI-PLAFT     TO TRUE
003239             STRING 'CLIENTE CON BLOQUEO PLAFT '
003240                                         DELIMITED BY SIZE
003241                    CLI-NOMBRE           DELIMITED BY SIZE
003242                    INTO WVC-RET-MSGERR
003243             END-STRING
003244         WHEN OTHER
003245             SET  WVC-CODERR-CLI-CERRADO   TO TRUE
003246             STRING 'CLIENTE CON ESTADO NO HABILITADO ('
003247                                         DELIMITED BY SIZE
003248                    CLI-ESTADO           DELIMITED BY SIZE
003249                    ') '                 DELIMITED BY SIZE
003250                    CLI-NOMBRE           DELIMITED BY SIZE
003251                    INTO WVC-RET-MSGERR
003252             END-STRING
003253     END-EVALUATE
003254     MOVE SPACE                      TO WVC-RET-MSGERR2
003255     STRING 'ESTADO DESDE '          DELIMITED BY SIZE
003256            CLI-FECHA-ESTADO         DELIMITED BY SIZE
003257            INTO WVC-RET-MSGERR2
003258     END-STRING
003259     SET  TCW-ES-RECHAZO             TO TRUE
003260     GO TO 2700-VALIDAR-CLIENTE-EXIT
003261     .
003262 2700-VALIDAR-CLIENTE-BLOQUEO.
003263     IF NOT TCW-PERBLQ-ABIERTO
003264         OPEN INPUT ARCPERBLQ
003265         IF TCW-OK-PERBLQ OR TCW-NOENC-PERBLQ
003266             SET  TCW-PERBLQ-ABIERTO TO TRUE
003267         END-IF
003268     END-IF
003269     IF NOT TCW-PERBLQ-ABIERTO
003270         GO TO 2700-VALIDAR-CLIENTE-EXIT
003271     END-IF
003272     MOVE WVC-COD-UNICO TO BLQ-COD-UNICO
003273     READ ARCPERBLQ
003274         KEY IS BLQ-COD-UNICO
003275         INVALID KEY
003276             GO TO 2700-VALIDAR-CLIENTE-EXIT
003277     END-READ
003278     SET  WVC-TLD-ERR                TO TRUE
003279     SET  WVC-ERR                    TO TRUE
003280     SET  WVC-CODERR-CLI-BLOQUEADO   TO TRUE
003281     MOVE SPACE                      TO WVC-RET-MSGERR
003282     STRING 'BLOQUEADO LISTA '       DELIMITED BY SIZE
003283            BLQ-LISTA                DELIMITED BY SIZE
003284            ' '                      DELIMITED BY SIZE
003285            BLQ-MOTIVO               DELIMITED BY SIZE
003286            INTO WVC-RET-MSGERR
003287     END-STRING
003288     MOVE SPACE                      TO WVC-RET-MSGERR2
003289     STRING 'INCLUIDO EL '           DELIMITED BY SIZE
003290            BLQ-FECHA-INCLUSION      DELIMITED BY SIZE
003291            INTO WVC-RET-MSGERR2
003292     END-STRING
003293     SET  TCW-ES-RECHAZO             TO TRUE
003294     .
003295 2700-VALIDAR-CLIENTE-EXIT.
003296     EXIT.
003297
003298*----------------------------------------------------------*
003299*  3000-INVOCAR-VULCANO - INVOCA EL PROGRAMA INDICADO EN     *
003300*                         WVC-HDR-PGMINV, REINTENTANDO POR   *
003301*                         NUMINV CUANDO EL RETORNO ES UN     *
003302*                         ERROR TRANSITORIO DE CICS O DB2    *
003303*----------------------------------------------------------*
003304 3000-INVOCAR-VULCANO SECTION.
003305     PERFORM 3100-UNA-INVOCACION
003306         THRU 3100-UNA-INVOCACION-EXIT
003307             UNTIL TCW-FIN-REINTENTO
003308     .
003309 3000-INVOCAR-VULCANO-EXIT.
003310     EXIT.
003311
003312 3100-UNA-INVOCACION SECTION.
003313     MOVE TCW-NUMINV-ACTUAL TO WVC-HDR-NUMINV
003314     ACCEPT TCW-HORA-INI FROM TIME
003315     CALL WVC-HDR-PGMINV USING ADQCWVC
003316         ON EXCEPTION
003317             SET  WVC-TLD-ERR    TO TRUE
003318             SET  WVC-ERR-CICS   TO TRUE
003319             MOVE 9999    TO WVC-RET-CODERR
003320             MOVE 'PROGRAMA VULCANO NO DISPONIBLE'
003321                 TO WVC-RET-MSGERR
003322     END-CALL
003323     ACCEPT TCW-HORA-FIN FROM TIME
003324     PERFORM 3200-MEDIR-DURACION
003325         THRU 3200-MEDIR-DURACION-EXIT
003326
003327     PERFORM 4000-GRABAR-AUDITORIA
003328         THRU 4000-GRABAR-AUDITORIA-EXIT
003329     PERFORM 5000-GRABAR-RECHAZO
003330         THRU 5000-GRABAR-RECHAZO-EXIT
003331
003332     IF WVC-OK OR WVC-WARNING
003333         SET  TCW-FIN-REINTENTO  TO TRUE
003334     ELSE
003335         IF TCW-NUMINV-ACTUAL >= TCW-MAX-REINTENTOS
003336             SET  TCW-FIN-REINTENTO  TO TRUE
003337         ELSE
003338             IF WVC-ERR-CICS OR WVC-ERR-DB2
003339                 ADD 1 TO TCW-NUMINV-ACTUAL
003340             ELSE
003341                 SET  TCW-FIN-REINTENTO  TO TRUE
003342             END-IF
003343         END-IF
003344     END-IF
003345     .
003346 3100-UNA-INVOCACION-EXIT.
003347     EXIT.
003348
003349*----------------------------------------------------------*
003350*  3200-MEDIR-DURACION - CONVIERTE LAS HORAS ANTES/DESPUES  *
003351*                        DE LA CALL A CENTESIMAS DEL DIA Y  *
003352*                        DEJA LA DURACION EN TCW-DUR-ULTIMA *
003353*                        PARA LA BITACORA                   *
003354*----------------------------------------------------------*
003355 3200-MEDIR-DURACION SECTION.
003356     COMPUTE TCW-CS-INI = TCW-INI-HH * 360000
003357         + TCW-INI-MM * 6000
003358         + TCW-INI-SS * 100
003359         + TCW-INI-CC
003360     COMPUTE TCW-CS-FIN = TCW-FIN-HH * 360000
003361         + TCW-FIN-MM * 6000
003362         + TCW-FIN-SS * 100
003363         + TCW-FIN-CC
003364     IF TCW-CS-FIN < TCW-CS-INI
003365*-                   ---  LA CALL CRUZO LA MEDIANOCHE
003366         ADD 8640000 TO TCW-CS-FIN
003367     END-IF
003368     COMPUTE TCW-DUR-ULTIMA = TCW-CS-FIN - TCW-CS-INI
003369     .
003370 3200-MEDIR-DURACION-EXIT.
003371     EXIT.
003372
003373*----------------------------------------------------------*
003374*  4000-GRABAR-AUDITORIA - ESCRIBE UN REGISTRO DE BITACORA  *
003375*                          POR CADA NUMINV INVOCADO          *
003376*----------------------------------------------------------*
003377 4000-GRABAR-AUDITORIA SECTION.
003378     MOVE WVC-HDR-FECHA    TO WAU-FECHA
003379     MOVE WVC-HDR-HORA     TO WAU-HORA
003380     MOVE WVC-COD-UNICO    TO WAU-COD-UNICO
003381     MOVE WVC-HDR-NUMINV   TO WAU-NUMINV
003382     MOVE WVC-HDR-USRFUN   TO WAU-USRFUN
003390     MOVE WVC-HDR-ORIGEN   TO WAU-ORIGEN
003400     MOVE WVC-HDR-PGMINV   TO WAU-PGMINV
003410     MOVE WVC-COD-PRODUCTO TO WAU-COD-PRODUCTO
004042             THRU 6200-MODIFICAR-AFILIAC-EXIT
004043         GO TO 6000-ACTUALIZAR-AFILIAC-EXIT
004044     END-IF
004045     IF WVC-OK AND WVC-OUT-FLGRPT = '1'
004050         MOVE WVC-COD-UNICO    TO AFI-COD-UNICO
004060         MOVE WVC-COD-PRODUCTO TO AFI-COD-PRODUCTO
004070         SET  AFI-VIGENTE      TO TRUE
004292                 THRU 6500-ACTUALIZAR-XREF-EXIT
004293             PERFORM 6600-GRABAR-HISTORIA
004294                 THRU 6600-GRABAR-HISTORIA-EXIT
004295             MOVE AFI-RUC          TO TCW-WK-RUC
004296             SET  TCW-CUPO-SUMA    TO TRUE
004297             PERFORM 6700-AJUSTAR-CUPO
004298                 THRU 6700-AJUSTAR-CUPO-EXIT
004299         END-IF
004310     END-IF
004320     .
004330 6000-ACTUALIZAR-AFILIAC-EXIT.
004646             THRU 6500-ACTUALIZAR-XREF-EXIT
004647         PERFORM 6600-GRABAR-HISTORIA
004648             THRU 6600-GRABAR-HISTORIA-EXIT
004649         MOVE AFI-RUC          TO TCW-WK-RUC
004650         SET  TCW-CUPO-RESTA   TO TRUE
004651         PERFORM 6700-AJUSTAR-CUPO
004652             THRU 6700-AJUSTAR-CUPO-EXIT
004653     END-IF
004660     .
004670 6100-ANULAR-AFILIAC-EXIT.
004680     EXIT.
004704             GO TO 6200-MODIFICAR-AFILIAC-EXIT
004705     END-READ
004706     MOVE AFI-NROCTA TO TCW-NROCTA-ANTERIOR
004707     MOVE AFI-RUC    TO TCW-RUC-AFILIADO
004708     IF WVC-OUT-NROCTA NOT = SPACE
004709         MOVE WVC-OUT-NROCTA TO AFI-NROCTA
004710     END-IF
004711     IF WVC-OUT-MONEFE NOT = ZERO
004712         MOVE WVC-OUT-MONEFE TO AFI-CODMON
004713     ELSE
004714         MOVE WVC-CODMON     TO AFI-CODMON
004715     END-IF
004716     IF WVC-RUC NOT = ZERO
004717         MOVE WVC-RUC TO AFI-RUC
004718     END-IF
004719     REWRITE ADQAFIL
004720         INVALID KEY
004721             CONTINUE
004722     END-REWRITE
004723     IF TCW-NROCTA-ANTERIOR NOT = SPACE
004724        AND TCW-NROCTA-ANTERIOR NOT = AFI-NROCTA
004725*-                   ---  LA CUENTA CAMBIO: SE RETIRA LA ENTRADA
004726*-                        VIEJA DE LA XREF ANTES DE GRABAR LA
004727*-                        NUEVA
004728         IF NOT TCW-AFIXRF-ABIERTO
004729             PERFORM 2120-ABRIR-AFIXRF
004730                 THRU 2120-ABRIR-AFIXRF-EXIT
004731         END-IF
004732         IF TCW-AFIXRF-ABIERTO
004733             MOVE TCW-NROCTA-ANTERIOR TO XRF-NROCTA
004734             DELETE ARCAFIXRF
004735                 INVALID KEY
004736                     CONTINUE
004737             END-DELETE
004738         END-IF
004739     END-IF
004740     PERFORM 6500-ACTUALIZAR-XREF
004741         THRU 6500-ACTUALIZAR-XREF-EXIT
004742     PERFORM 6600-GRABAR-HISTORIA
004743         THRU 6600-GRABAR-HISTORIA-EXIT
004744     IF AFI-RUC NOT = TCW-RUC-AFILIADO
004745*-                   ---  LA AFILIACION PASO A OTRO CONVENIO
004746         MOVE TCW-RUC-AFILIADO TO TCW-WK-RUC
004747         SET  TCW-CUPO-RESTA   TO TRUE
004748         PERFORM 6700-AJUSTAR-CUPO
004749             THRU 6700-AJUSTAR-CUPO-EXIT
004750         MOVE AFI-RUC          TO TCW-WK-RUC
004751         SET  TCW-CUPO-SUMA    TO TRUE
004752         PERFORM 6700-AJUSTAR-CUPO
004753             THRU 6700-AJUSTAR-CUPO-EXIT
004754     END-IF
004755     .
004756 6200-MODIFICAR-AFILIAC-EXIT.
004757     EXIT.
004758
004759*----------------------------------------------------------*
004760*  6500-ACTUALIZAR-XREF - DEJA LA REFERENCIA CRUZADA POR    *
004761*                         CUENTA (ADQAXRF) ALINEADA CON EL  *
004762*                         REGISTRO DE ADQAFIL RECIEN        *
004763*                         GRABADO, EN ALTA Y EN BAJA        *
004764*----------------------------------------------------------*
004765 6500-ACTUALIZAR-XREF SECTION.
004770     IF AFI-NROCTA = SPACE
004780         GO TO 6500-ACTUALIZAR-XREF-EXIT
004790     END-IF
005310     .
005320 6600-GRABAR-HISTORIA-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------*
005360*  6700-AJUSTAR-CUPO - MANTIENE AL DIA LA TABLA DE CUPOS DE *
005370*                      CONVENIO CON LA AFILIACION RECIEN    *
005380*                      CONFIRMADA (TCW-WK-RUC + PRODUCTO DE *
005390*                      ADQAFIL), SI YA FUE CARGADA          *
005400*----------------------------------------------------------*
005410 6700-AJUSTAR-CUPO SECTION.
005420     IF NOT TCW-CUPOS-CARGADOS OR TCW-WK-RUC = ZERO
005430         GO TO 6700-AJUSTAR-CUPO-EXIT
005440     END-IF
005450     MOVE AFI-COD-PRODUCTO TO TCW-WK-PRODUCTO
005460     PERFORM 2640-UBICAR-CUPO
005470         THRU 2640-UBICAR-CUPO-EXIT
005480     IF NOT TCW-CUPO-HALLADO
005490         GO TO 6700-AJUSTAR-CUPO-EXIT
005500     END-IF
005510     IF TCW-CUPO-SUMA
005520         ADD 1 TO TCW-CUP-VIGENT(TCW-IX-CUP)
005530     ELSE
005540         IF TCW-CUP-VIGENT(TCW-IX-CUP) > ZERO
005550             SUBTRACT 1 FROM TCW-CUP-VIGENT(TCW-IX-CUP)
005560         END-IF
005570     END-IF
005580     .
005590 6700-AJUSTAR-CUPO-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------*
005630*  7000-SIMULAR-RESULTADO - SIMULACION: EN LUGAR DE INVOCAR *
005640*                           VULCANO, EL ALTA QUE PASO LAS   *
005650*                           VALIDACIONES LOCALES SE       *
005660*                           CONTROLA CONTRA LAS YA        *
005670*                           SIMULADAS EN LA CORRIDA Y SE  *
005680*                           DEVUELVE COMO WVC-SIMULADO.   *
005690*                           NO SE GRABA NADA              *
005700*----------------------------------------------------------*
005710 7000-SIMULAR-RESULTADO SECTION.
005720     IF TCW-ES-RECHAZO OR TCW-ES-PROGRAMADA
005730         GO TO 7000-SIMULAR-RESULTADO-EXIT
005740     END-IF
005750     IF WVC-OPER-ALTA
005760         PERFORM 7100-CONTROLAR-COLISION
005770             THRU 7100-CONTROLAR-COLISION-EXIT
005780         IF TCW-ES-RECHAZO
005790             GO TO 7000-SIMULAR-RESULTADO-EXIT
005800         END-IF
005810         PERFORM 7200-SIMULAR-CUPO
005820             THRU 7200-SIMULAR-CUPO-EXIT
005830     END-IF
005840     SET  WVC-TLD-OK       TO TRUE
005850     SET  WVC-SIMULADO     TO TRUE
005860     MOVE ZERO             TO WVC-RET-CODERR
005870     MOVE '0'              TO WVC-OUT-FLGRPT
005880     MOVE 'SIMULACION: PASA TODAS LAS VALIDACIONES LOCALES'
005890         TO WVC-OUT-MENSAJ
005900     .
005910 7000-SIMULAR-RESULTADO-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------*
005950*  7100-CONTROLAR-COLISION - LA MISMA CLAVE YA SIMULADA EN  *
005960*                            LA CORRIDA SE RECHAZA COMO LO  *
005970*                            HARIA 2100 EN LA CARGA REAL,   *
005980*                            MARCADA COMO COLISION Y CON EL *
005990*                            RUC QUE LA PIDIO PRIMERO; SI   *
006000*                            NO ESTA SE AGREGA A LA TABLA Y *
006010*                            SI LA TABLA ESTA LLENA SE      *
006020*                            RECHAZA POR NO PODER CONTROLAR *
006030*                            LA COLISION                    *
006040*----------------------------------------------------------*
006050 7100-CONTROLAR-COLISION SECTION.
006060     MOVE 'N' TO TCW-SW-SIM-HALLADA
006070     SET  TCW-IX-SIM TO 1
006080     PERFORM 7110-COMPARAR-UNA-SIMULADA
006090         THRU 7110-COMPARAR-UNA-SIMULADA-EXIT
006100             UNTIL TCW-IX-SIM > TCW-CANT-SIM
006110                OR TCW-SIMULADA-HALLADA
006120     IF TCW-SIMULADA-HALLADA
006130         SET  WVC-TLD-ERR            TO TRUE
006140         SET  WVC-DUPLICADO          TO TRUE
006150         SET  WVC-CODERR-YA-AFILIADO TO TRUE
006160         MOVE SPACE                  TO WVC-RET-MSGERR
006170         STRING 'YA SOLICITADO EN ESTA CORRIDA POR EL RUC '
006180                                     DELIMITED BY SIZE
006190                TCW-SIM-RUC(TCW-IX-SIM)
006200                                     DELIMITED BY SIZE
006210                INTO WVC-RET-MSGERR
006220         END-STRING
006230         SET  WVC-OUT-EN-COLISION    TO TRUE
006240         SET  TCW-ES-RECHAZO         TO TRUE
006250         GO TO 7100-CONTROLAR-COLISION-EXIT
006260     END-IF
006270     IF TCW-CANT-SIM < 5000
006280         ADD 1 TO TCW-CANT-SIM
006290         SET  TCW-IX-SIM TO TCW-CANT-SIM
006300         MOVE WVC-COD-UNICO    TO TCW-SIM-COD-UNICO(TCW-IX-SIM)
006310         MOVE WVC-COD-PRODUCTO TO TCW-SIM-PRODUCTO(TCW-IX-SIM)
006320         MOVE WVC-RUC          TO TCW-SIM-RUC(TCW-IX-SIM)
006330     ELSE
006340         IF NOT TCW-SIMULADAS-LLENA
006350             DISPLAY 'TCW0WVC - TABLA DE ALTAS SIMULADAS LLENA '
006360                 '(5000) - SE RECHAZAN LAS ALTAS SIGUIENTES'
006370             SET  TCW-SIMULADAS-LLENA TO TRUE
006380         END-IF
006390         SET  WVC-TLD-ERR            TO TRUE
006400         SET  WVC-ERR                TO TRUE
006410         SET  WVC-CODERR-YA-AFILIADO TO TRUE
006420         MOVE 'TABLA DE ALTAS SIMULADAS LLENA'
006430             TO WVC-RET-MSGERR
006440         MOVE 'SIN CONTROL COLISION' TO WVC-RET-MSGERR2
006450         SET  WVC-OUT-EN-COLISION    TO TRUE
006460         SET  TCW-ES-RECHAZO         TO TRUE
006470     END-IF
006480     .
006490 7100-CONTROLAR-COLISION-EXIT.
006500     EXIT.
006510
006520 7110-COMPARAR-UNA-SIMULADA SECTION.
006530     IF TCW-SIM-COD-UNICO(TCW-IX-SIM)    = WVC-COD-UNICO
006540        AND TCW-SIM-PRODUCTO(TCW-IX-SIM) = WVC-COD-PRODUCTO
006550         SET  TCW-SIMULADA-HALLADA TO TRUE
006560     ELSE
006570         SET  TCW-IX-SIM UP BY 1
006580     END-IF
006590     .
006600 7110-COMPARAR-UNA-SIMULADA-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------*
006640*  7200-SIMULAR-CUPO - EL ALTA SIMULADA OCUPA SU LUGAR EN   *
006650*                      EL CONVENIO COMO LO HARIA 6700, PARA *
006660*                      QUE LAS SIGUIENTES DE LA CORRIDA     *
006670*                      CHOQUEN CON EL TOPE; SE CUENTA      *
006680*                      APARTE EN TCW-CUP-SIMUL             *
006690*----------------------------------------------------------*
006700 7200-SIMULAR-CUPO SECTION.
006710     IF NOT TCW-CUPOS-CARGADOS OR WVC-RUC = ZERO
006720         GO TO 7200-SIMULAR-CUPO-EXIT
006730     END-IF
006740     MOVE WVC-RUC          TO TCW-WK-RUC
006750     MOVE WVC-COD-PRODUCTO TO TCW-WK-PRODUCTO
006760     PERFORM 2640-UBICAR-CUPO
006770         THRU 2640-UBICAR-CUPO-EXIT
006780     IF TCW-CUPO-HALLADO
006790         ADD 1 TO TCW-CUP-VIGENT(TCW-IX-CUP)
006800         ADD 1 TO TCW-CUP-SIMUL(TCW-IX-CUP)
006810     END-IF
006820     .
006830 7200-SIMULAR-CUPO-EXIT.
006840     EXIT.
