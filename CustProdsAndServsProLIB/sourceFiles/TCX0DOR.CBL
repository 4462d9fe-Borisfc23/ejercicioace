000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCX0DOR.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                           *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   SI NINGUN ABONO DEL PERIODO LLEGA AL CRUCE *
000110*                 (ARCHIVO VACIO O PERIODO DE ARCPARMES SIN *
000120*                 ABONOS) NO SE ACTUALIZA EL SEGUIMIENTO NI *
000130*                 SE GRABAN CANDIDATAS: RETURN-CODE 12.     *
000140*  15/10/26 RHM   CREACION. CRUCE MENSUAL DE LOS ABONOS DE  *
000150*                 PLANILLA (ADQWDEP, SISTEMA DE DEPOSITOS)  *
000160*                 CONTRA LAS AFILIACIONES VIGENTES A CTA    *
000170*                 SUELDO: CADA ABONO DEL PERIODO SE UBICA   *
000180*                 POR SU CUENTA EN ADQAXRF Y SE CRUZA CON   *
000190*                 ADQAFIL; POR AFILIACION SE LLEVA EN       *
000200*                 ADQWDOR LOS MESES SEGUIDOS SIN ABONO Y    *
000210*                 LOS MESES SEGUIDOS CON ABONOS DE UN RUC   *
000220*                 DISTINTO DE AFI-RUC. EMITE EL REPORTE     *
000230*                 POR EMPLEADOR Y, PARA LAS QUE LLEGAN A    *
000240*                 LOS UMBRALES DE ADQWPAR, UN ARCHIVO DE    *
000250*                 CANDIDATAS A BAJA EN FORMATO ADQWBJ QUE   *
000260*                 OPERACIONES REVISA ANTES DE PASARLO A     *
000270*                 TCW5BAJ. RETURN-CODE: 0=NORMAL, 8=ERROR   *
000280*                 DE GRABACION, 12=SIN ARCHIVOS DE ENTRADA. *
000290*----------------------------------------------------------*
000300*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000310*  OBJETIVO : CTA SUELDO SIN ABONO DE PLANILLA              *
000320*  ENTRADA  : ARCDEPSUE  - ABONOS DE PLANILLA (ADQWDEP)     *
000330*             ARCAFIXRF  - REFERENCIA CRUZADA (ADQAXRF)     *
000340*             ARCAFILIAC - MAESTRO DE AFILIACIONES          *
000350*             ARCPARMES  - PERIODO AAMM (ADQWMES)           *
000360*             ARCPARWVC  - PARAMETROS OPERATIVOS (ADQWPAR)  *
000370*             ARCEMPLEAD - MAESTRO DE EMPLEADORES (ADQEMPM) *
000380*  SALIDA   : ARCDORWVC  - SEGUIMIENTO DE ABONOS (ADQWDOR)  *
000390*             ARCCANBAJ  - CANDIDATAS A BAJA (ADQWBJ)       *
000400*             ARCRPTDOR  - REPORTE POR EMPLEADOR IMPRESO    *
000410*----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ARCDEPSUE  ASSIGN TO DEPSUE
000480         ORGANIZATION  IS LINE SEQUENTIAL
000490         FILE STATUS   IS TCW-FS-DEPSUE.
000500
000510     SELECT ARCAFIXRF  ASSIGN TO AFIXRF
000520         ORGANIZATION  IS INDEXED
000530         ACCESS MODE   IS RANDOM
000540         RECORD KEY    IS XRF-NROCTA
000550         FILE STATUS   IS TCW-FS-AFIXRF.
000560
000570     SELECT ARCAFILIAC ASSIGN TO AFILIAC
000580         ORGANIZATION  IS INDEXED
000590         ACCESS MODE   IS DYNAMIC
000600         RECORD KEY    IS AFI-CLAVE
000610         FILE STATUS   IS TCW-FS-AFILIAC.
000620
000630     SELECT ARCPARMES  ASSIGN TO PARMES
000640         ORGANIZATION  IS LINE SEQUENTIAL
000650         FILE STATUS   IS TCW-FS-PARMES.
000660
000670     SELECT ARCPARWVC  ASSIGN TO PARWVC
000680         ORGANIZATION  IS LINE SEQUENTIAL
000690         FILE STATUS   IS TCW-FS-PARWVC.
000700
000710     SELECT ARCEMPLEAD ASSIGN TO EMPLEAD
000720         ORGANIZATION  IS INDEXED
000730         ACCESS MODE   IS RANDOM
000740         RECORD KEY    IS EMP-RUC
000750         FILE STATUS   IS TCW-FS-EMPLEAD.
000760
000770     SELECT ARCDORWVC  ASSIGN TO DORWVC
000780         ORGANIZATION  IS INDEXED
000790         ACCESS MODE   IS DYNAMIC
000800         RECORD KEY    IS DOR-CLAVE
000810         FILE STATUS   IS TCW-FS-DORWVC.
000820
000830     SELECT ARCCANBAJ  ASSIGN TO CANBAJ
000840         ORGANIZATION  IS LINE SEQUENTIAL
000850         FILE STATUS   IS TCW-FS-CANBAJ.
000860
000870     SELECT ARCRPTDOR  ASSIGN TO RPTDOR
000880         ORGANIZATION  IS LINE SEQUENTIAL
000890         FILE STATUS   IS TCW-FS-RPTDOR.
000900
000910     SELECT ARCSRTABO  ASSIGN TO SRTABO.
000920
000930     SELECT ARCSRTWRK  ASSIGN TO SRTWRK.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  ARCDEPSUE
000980     RECORDING MODE IS F.
000990     COPY ADQWDEP.
001000
001010 FD  ARCAFIXRF
001020     RECORDING MODE IS F.
001030     COPY ADQAXRF.
001040
001050 FD  ARCAFILIAC
001060     RECORDING MODE IS F.
001070     COPY ADQAFIL.
001080
001090 FD  ARCPARMES
001100     RECORDING MODE IS F.
001110     COPY ADQWMES.
001120
001130 FD  ARCPARWVC
001140     RECORDING MODE IS F.
001150     COPY ADQWPAR.
001160
001170 FD  ARCEMPLEAD
001180     RECORDING MODE IS F.
001190     COPY ADQEMPM.
001200
001210 FD  ARCDORWVC
001220     RECORDING MODE IS F.
001230     COPY ADQWDOR.
001240
001250 FD  ARCCANBAJ
001260     RECORDING MODE IS F.
001270     COPY ADQWBJ.
001280
001290 FD  ARCRPTDOR
001300     RECORDING MODE IS F.
001310 01  REC-LINEA               PIC X(80).
001320
001330*----------------------------------------------------------*
001340*  ABONOS DEL PERIODO YA UBICADOS EN SU AFILIACION,         *
001350*  ORDENADOS COMO ADQAFIL PARA EL CRUCE                     *
001360*----------------------------------------------------------*
001370 SD  ARCSRTABO.
001380 01  SRT-ABONO.
001390     03  SRT-CLAVE-ABO.
001400         05  SRT-ABO-COD-UNICO   PIC 9(10).
001410         05  SRT-ABO-PRODUCTO    PIC 9(03).
001420     03  SRT-ABO-RUC-PAGADOR PIC 9(11).
001430
001440*----------------------------------------------------------*
001450*  AFILIACIONES EVALUADAS EN EL PERIODO, POR EMPLEADOR      *
001460*----------------------------------------------------------*
001470 SD  ARCSRTWRK.
001480 01  SRT-REGISTRO.
001490     03  SRT-RUC             PIC 9(11).
001500     03  SRT-COD-UNICO       PIC 9(10).
001510     03  SRT-COD-PRODUCTO    PIC 9(03).
001520     03  SRT-NROCTA          PIC X(20).
001530     03  SRT-FECHA-AFIL      PIC X(06).
001540     03  SRT-RESULTADO       PIC X(01).
001550         88  SRT-CON-ABONO           VALUE 'C'.
001560         88  SRT-SIN-ABONO           VALUE 'S'.
001570         88  SRT-RUC-DISTINTO        VALUE 'D'.
001580         88  SRT-MES-AFILIACION      VALUE 'N'.
001590     03  SRT-MESES-SIN-ABONO PIC 9(03).
001600     03  SRT-MESES-RUC-DIF   PIC 9(03).
001610     03  SRT-ULT-PER-ABONO   PIC 9(04).
001620     03  SRT-RUC-PAGADOR     PIC 9(11).
001630     03  SRT-CANDIDATA       PIC X(01).
001640         88  SRT-ES-CANDIDATA        VALUE 'S'.
001650
001660 WORKING-STORAGE SECTION.
001670 01  TCW-INDICADORES-ARCHIVO.
001680     05  TCW-FS-DEPSUE        PIC X(02).
001690         88  TCW-OK-DEPSUE           VALUE '00'.
001700         88  TCW-FIN-DEPSUE          VALUE '10'.
001710     05  TCW-FS-AFIXRF        PIC X(02).
001720         88  TCW-OK-AFIXRF           VALUE '00'.
001730         88  TCW-NOENC-AFIXRF        VALUE '23'.
001740     05  TCW-FS-AFILIAC       PIC X(02).
001750         88  TCW-OK-AFILIAC          VALUE '00'.
001760         88  TCW-FIN-AFILIAC         VALUE '10'.
001770     05  TCW-FS-PARMES        PIC X(02).
001780         88  TCW-OK-PARMES           VALUE '00'.
001790     05  TCW-FS-PARWVC        PIC X(02).
001800         88  TCW-OK-PARWVC           VALUE '00'.
001810     05  TCW-FS-EMPLEAD       PIC X(02).
001820         88  TCW-OK-EMPLEAD          VALUE '00'.
001830     05  TCW-FS-DORWVC        PIC X(02).
001840         88  TCW-OK-DORWVC           VALUE '00'.
001850         88  TCW-NOENC-DORWVC        VALUE '23'.
001860         88  TCW-FIN-DORWVC          VALUE '10'.
001870     05  TCW-FS-CANBAJ        PIC X(02).
001880         88  TCW-OK-CANBAJ           VALUE '00'.
001890     05  TCW-FS-RPTDOR        PIC X(02).
001900         88  TCW-OK-RPTDOR           VALUE '00'.
001910
001920 01  TCW-SWITCHES.
001930     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
001940         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
001950     05  TCW-SW-FINORDEN     PIC X(01) VALUE SPACE.
001960         88  TCW-FIN-DE-ORDENADO    VALUE 'S'.
001970     05  TCW-SW-EMPLEAD-ABTO PIC X(01) VALUE SPACE.
001980         88  TCW-EMPLEAD-ABIERTO    VALUE 'S'.
001990     05  TCW-SW-GRABERROR    PIC X(01) VALUE SPACE.
002000         88  TCW-ERROR-GRABACION    VALUE 'S'.
002010     05  TCW-SW-SIN-ABONOS   PIC X(01) VALUE SPACE.
002020         88  TCW-PERIODO-SIN-ABONOS VALUE 'S'.
002030     05  TCW-SW-DOR-NUEVO    PIC X(01) VALUE SPACE.
002040         88  TCW-DOR-ES-NUEVO       VALUE 'S'.
002050     05  TCW-SW-CORTE-EMP    PIC X(01) VALUE SPACE.
002060         88  TCW-CORTE-EMP-ABIERTO  VALUE 'S'.
002070     05  TCW-SW-COLUMNAS     PIC X(01) VALUE SPACE.
002080         88  TCW-COLUMNAS-IMPRESAS  VALUE 'S'.
002090
002100*----------------------------------------------------------*
002110*  PERIODO AAMM A EVALUAR: EL DE ARCPARMES O, SI NO ESTA,   *
002120*  EL MES ANTERIOR AL DE PROCESO (EL ULTIMO MES CERRADO)    *
002130*----------------------------------------------------------*
002140 01  TCW-FECHA-PROCESO       PIC 9(06).
002150 01  TCW-FECHA-PROCESO-R     REDEFINES TCW-FECHA-PROCESO.
002160     05  TCW-PROC-AA         PIC 9(02).
002170     05  TCW-PROC-MM         PIC 9(02).
002180     05  TCW-PROC-DD         PIC 9(02).
002190 01  TCW-PERIODO             PIC 9(04) VALUE ZERO.
002200 01  TCW-PERIODO-R           REDEFINES TCW-PERIODO.
002210     05  TCW-PER-AA          PIC 9(02).
002220     05  TCW-PER-MM          PIC 9(02).
002230 01  TCW-PERIODO-X           REDEFINES TCW-PERIODO
002240                             PIC X(04).
002250
002260*----------------------------------------------------------*
002270*  UMBRALES DE MESES SEGUIDOS. VALOR POR DEFECTO; SE        *
002280*  SOBRESCRIBEN DESDE ARCPARWVC (ADQWPAR) SI EXISTE         *
002290*----------------------------------------------------------*
002300 01  TCW-PARM-UMBRALES.
002310     05  TCW-UMBRAL-SIN-ABONO
002320                             PIC 9(03) COMP VALUE 003.
002330     05  TCW-UMBRAL-RUC-DIF  PIC 9(03) COMP VALUE 003.
002340
002350*----------------------------------------------------------*
002360*  CRUCE ABONOS / MAESTRO POR CLAVE COD-UNICO + PRODUCTO;   *
002370*  HIGH-VALUES MARCA EL FIN DE CADA LADO                    *
002380*----------------------------------------------------------*
002390 01  TCW-CLAVES-CRUCE.
002400     05  TCW-CLAVE-MAE       PIC X(13).
002410     05  TCW-CLAVE-ABO       PIC X(13).
002420
002430 01  TCW-ABONOS-AFILIACION.
002440     05  TCW-WK-ABONOS       PIC 9(07) COMP.
002450     05  TCW-WK-ABO-PROPIOS  PIC 9(07) COMP.
002460     05  TCW-WK-ABO-OTROS    PIC 9(07) COMP.
002470     05  TCW-WK-RUC-OTRO     PIC 9(11).
002480
002490 01  TCW-CORTE-ACTUAL.
002500     05  TCW-RUC-ANTERIOR    PIC 9(11) VALUE ZERO.
002510
002520 01  TCW-CONTADORES.
002530     05  TCW-CNT-ABO-LEIDOS  PIC 9(09) COMP VALUE ZERO.
002540     05  TCW-CNT-ABO-FUERA   PIC 9(09) COMP VALUE ZERO.
002550     05  TCW-CNT-ABO-PERIODO PIC 9(09) COMP VALUE ZERO.
002560     05  TCW-CNT-ABO-NO-ABONO
002570                             PIC 9(09) COMP VALUE ZERO.
002580     05  TCW-CNT-ABO-SIN-XRF PIC 9(09) COMP VALUE ZERO.
002590     05  TCW-CNT-ABO-SIN-MAE PIC 9(09) COMP VALUE ZERO.
002600     05  TCW-CNT-ABO-NO-VIG  PIC 9(09) COMP VALUE ZERO.
002610     05  TCW-CNT-ABO-APLIC   PIC 9(09) COMP VALUE ZERO.
002620     05  TCW-CNT-EVALUADAS   PIC 9(07) COMP VALUE ZERO.
002630     05  TCW-CNT-CON-ABONO   PIC 9(07) COMP VALUE ZERO.
002640     05  TCW-CNT-SIN-ABONO   PIC 9(07) COMP VALUE ZERO.
002650     05  TCW-CNT-RUC-DIF     PIC 9(07) COMP VALUE ZERO.
002660     05  TCW-CNT-MES-AFIL    PIC 9(07) COMP VALUE ZERO.
002670     05  TCW-CNT-POSTERIOR   PIC 9(07) COMP VALUE ZERO.
002680     05  TCW-CNT-REPROCESO   PIC 9(07) COMP VALUE ZERO.
002690     05  TCW-CNT-CANDIDATAS  PIC 9(07) COMP VALUE ZERO.
002700     05  TCW-CNT-EMPLEADORES PIC 9(07) COMP VALUE ZERO.
002710     05  TCW-CNT-EMP-VIGENT  PIC 9(07) COMP VALUE ZERO.
002720     05  TCW-CNT-EMP-SIN     PIC 9(07) COMP VALUE ZERO.
002730     05  TCW-CNT-EMP-RUC     PIC 9(07) COMP VALUE ZERO.
002740     05  TCW-CNT-EMP-CAND    PIC 9(07) COMP VALUE ZERO.
002750
002760 01  TCW-LINEAS-REPORTE.
002770     05  TCW-LIN-TITULO.
002780         10  FILLER          PIC X(40) VALUE
002790             'CTA SUELDO SIN ABONO DE PLANILLA - PER. '.
002800         10  TCW-LT-PERIODO  PIC X(04).
002810         10  FILLER          PIC X(08) VALUE '  PROC. '.
002820         10  TCW-LT-FECHA    PIC 9(06).
002830         10  FILLER          PIC X(22) VALUE SPACE.
002840     05  TCW-LIN-UMBRALES.
002850         10  FILLER          PIC X(33) VALUE
002860             'BAJA PROPUESTA DESDE: SIN ABONO '.
002870         10  TCW-LU-SIN      PIC ZZ9.
002880         10  FILLER          PIC X(24) VALUE
002890             ' MESES / RUC DISTINTO   '.
002900         10  TCW-LU-RUC      PIC ZZ9.
002910         10  FILLER          PIC X(17) VALUE ' MESES SEGUIDOS'.
002920     05  TCW-LIN-EMPLEADOR.
002930         10  FILLER          PIC X(04) VALUE 'RUC '.
002940         10  TCW-LE-RUC      PIC 9(11).
002950         10  FILLER          PIC X(02) VALUE SPACE.
002960         10  TCW-LE-RAZSOC   PIC X(40).
002970         10  FILLER          PIC X(23) VALUE SPACE.
002980     05  TCW-LIN-COLUMNAS.
002990         10  FILLER          PIC X(40) VALUE
003000             '    CLIENTE    PRD NRO CUENTA          '.
003010         10  FILLER          PIC X(40) VALUE
003020             'AFILIA  MS  MD ULTA RUC PAGADOR MARCA   '.
003030     05  TCW-LIN-DETALLE.
003040         10  FILLER          PIC X(04) VALUE SPACE.
003050         10  TCW-LD-COD-UNICO
003060                             PIC 9(10).
003070         10  FILLER          PIC X(01) VALUE SPACE.
003080         10  TCW-LD-PRODUCTO PIC 9(03).
003090         10  FILLER          PIC X(01) VALUE SPACE.
003100         10  TCW-LD-NROCTA   PIC X(20).
003110         10  FILLER          PIC X(01) VALUE SPACE.
003120         10  TCW-LD-FECHA-AFIL
003130                             PIC X(06).
003140         10  FILLER          PIC X(01) VALUE SPACE.
003150         10  TCW-LD-MESES-SIN
003160                             PIC ZZ9.
003170         10  FILLER          PIC X(01) VALUE SPACE.
003180         10  TCW-LD-MESES-RUC
003190                             PIC ZZ9.
003200         10  FILLER          PIC X(01) VALUE SPACE.
003210         10  TCW-LD-ULT-PER  PIC X(04).
003220         10  FILLER          PIC X(01) VALUE SPACE.
003230         10  TCW-LD-RUC-PAGADOR
003240                             PIC X(11).
003250         10  FILLER          PIC X(01) VALUE SPACE.
003260         10  TCW-LD-MARCA    PIC X(08).
003270     05  TCW-LIN-TOT-EMP.
003280         10  FILLER          PIC X(11) VALUE '  VIGENTES:'.
003290         10  TCW-TE-VIGENT   PIC ZZZ,ZZ9.
003300         10  FILLER          PIC X(10) VALUE '  SIN ABO:'.
003310         10  TCW-TE-SIN      PIC ZZZ,ZZ9.
003320         10  FILLER          PIC X(10) VALUE '  RUC DIF:'.
003330         10  TCW-TE-RUC      PIC ZZZ,ZZ9.
003340         10  FILLER          PIC X(10) VALUE '  A BAJA :'.
003350         10  TCW-TE-CAND     PIC ZZZ,ZZ9.
003360         10  FILLER          PIC X(11) VALUE SPACE.
003370     05  TCW-LIN-DET-TOTAL.
003380         10  TCW-DT-NOMBRE   PIC X(22).
003390         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
003400
003410 PROCEDURE DIVISION.
003420*----------------------------------------------------------*
003430*  0000-MAINLINE - PRIMERO CRUZA LOS ABONOS DEL PERIODO Y   *
003440*                  ACTUALIZA EL SEGUIMIENTO; DESPUES LO     *
003450*                  LISTA POR EMPLEADOR                      *
003460*----------------------------------------------------------*
003470 0000-MAINLINE SECTION.
003480     PERFORM 1000-INICIAL
003490         THRU 1000-INICIAL-EXIT
003500     SORT ARCSRTABO
003510         ON ASCENDING KEY SRT-ABO-COD-UNICO
003520                          SRT-ABO-PRODUCTO
003530                          SRT-ABO-RUC-PAGADOR
003540         INPUT  PROCEDURE IS 2000-SELECCIONAR-ABONOS
003550         OUTPUT PROCEDURE IS 3000-CRUZAR-AFILIACIONES
003560     SORT ARCSRTWRK
003570         ON ASCENDING KEY SRT-RUC
003580                          SRT-COD-UNICO
003590                          SRT-COD-PRODUCTO
003600         INPUT  PROCEDURE IS 5000-SELECCIONAR-SEGUIMIENTO
003610         OUTPUT PROCEDURE IS 6000-LISTAR-EMPLEADORES
003620     PERFORM 8000-IMPRIMIR-TOTALES
003630         THRU 8000-IMPRIMIR-TOTALES-EXIT
003640     PERFORM 9000-FINAL
003650         THRU 9000-FINAL-EXIT
003660     GOBACK
003670     .
003680 0000-MAINLINE-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720*  1000-INICIAL - FIJA PERIODO Y UMBRALES Y ABRE ARCHIVOS.  *
003730*                 SIN ABONOS, XREF O MAESTRO NO SE CORRE:   *
003740*                 TODAS LAS AFILIACIONES QUEDARIAN SIN      *
003750*                 ABONO. EL SEGUIMIENTO SE CREA SI NO       *
003760*                 EXISTE (PRIMER MES)                       *
003770*----------------------------------------------------------*
003780 1000-INICIAL SECTION.
003790     ACCEPT TCW-FECHA-PROCESO FROM DATE
003800     PERFORM 1100-LEER-PERIODO
003810         THRU 1100-LEER-PERIODO-EXIT
003820     PERFORM 1200-LEER-PARAMETROS
003830         THRU 1200-LEER-PARAMETROS-EXIT
003840     OPEN INPUT ARCDEPSUE
003850     IF NOT TCW-OK-DEPSUE
003860         DISPLAY 'TCX0DOR - ERROR AL ABRIR ARCDEPSUE - STATUS '
003870             TCW-FS-DEPSUE
003880         MOVE 12 TO RETURN-CODE
003890         GOBACK
003900     END-IF
003910     OPEN INPUT ARCAFIXRF
003920     IF NOT TCW-OK-AFIXRF
003930         DISPLAY 'TCX0DOR - ERROR AL ABRIR ARCAFIXRF - STATUS '
003940             TCW-FS-AFIXRF
003950         MOVE 12 TO RETURN-CODE
003960         GOBACK
003970     END-IF
003980     OPEN INPUT ARCAFILIAC
003990     IF NOT TCW-OK-AFILIAC
004000         DISPLAY 'TCX0DOR - ERROR AL ABRIR ARCAFILIAC - STATUS '
004010             TCW-FS-AFILIAC
004020         MOVE 12 TO RETURN-CODE
004030         GOBACK
004040     END-IF
004050     OPEN I-O ARCDORWVC
004060     IF NOT TCW-OK-DORWVC
004070         OPEN OUTPUT ARCDORWVC
004080         CLOSE ARCDORWVC
004090         OPEN I-O ARCDORWVC
004100     END-IF
004110     IF NOT TCW-OK-DORWVC
004120         DISPLAY 'TCX0DOR - ERROR AL ABRIR ARCDORWVC - STATUS '
004130             TCW-FS-DORWVC
004140         MOVE 12 TO RETURN-CODE
004150         GOBACK
004160     END-IF
004170     OPEN OUTPUT ARCCANBAJ
004180     IF NOT TCW-OK-CANBAJ
004190         DISPLAY 'TCX0DOR - ERROR AL ABRIR ARCCANBAJ - STATUS '
004200             TCW-FS-CANBAJ
004210         MOVE 12 TO RETURN-CODE
004220         GOBACK
004230     END-IF
004240     OPEN OUTPUT ARCRPTDOR
004250     IF NOT TCW-OK-RPTDOR
004260         DISPLAY 'TCX0DOR - ERROR AL ABRIR ARCRPTDOR - STATUS '
004270             TCW-FS-RPTDOR
004280         MOVE 12 TO RETURN-CODE
004290         GOBACK
004300     END-IF
004310     OPEN INPUT ARCEMPLEAD
004320     IF TCW-OK-EMPLEAD
004330         SET  TCW-EMPLEAD-ABIERTO TO TRUE
004340     END-IF
004350     MOVE TCW-PERIODO-X        TO TCW-LT-PERIODO
004360     MOVE TCW-FECHA-PROCESO    TO TCW-LT-FECHA
004370     WRITE REC-LINEA FROM TCW-LIN-TITULO
004380     MOVE TCW-UMBRAL-SIN-ABONO TO TCW-LU-SIN
004390     MOVE TCW-UMBRAL-RUC-DIF   TO TCW-LU-RUC
004400     WRITE REC-LINEA FROM TCW-LIN-UMBRALES
004410     .
004420 1000-INICIAL-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------*
004460*  1100-LEER-PERIODO - PERIODO AAMM DE ARCPARMES, COMO      *
004470*                      TCWLEMP; SIN ARCHIVO SE EVALUA EL    *
004480*                      MES ANTERIOR AL DE PROCESO           *
004490*----------------------------------------------------------*
004500 1100-LEER-PERIODO SECTION.
004510     MOVE TCW-PROC-AA TO TCW-PER-AA
004520     MOVE TCW-PROC-MM TO TCW-PER-MM
004530     IF TCW-PER-MM > 1
004540         SUBTRACT 1 FROM TCW-PER-MM
004550     ELSE
004560         MOVE 12 TO TCW-PER-MM
004570         IF TCW-PER-AA > ZERO
004580             SUBTRACT 1 FROM TCW-PER-AA
004590         ELSE
004600             MOVE 99 TO TCW-PER-AA
004610         END-IF
004620     END-IF
004630     OPEN INPUT ARCPARMES
004640     IF TCW-OK-PARMES
004650         READ ARCPARMES
004660             AT END
004670                 CONTINUE
004680         END-READ
004690         IF TCW-OK-PARMES AND MES-PERIODO NUMERIC
004700            AND MES-PERIODO > ZERO
004710             MOVE MES-PERIODO TO TCW-PERIODO
004720         END-IF
004730         CLOSE ARCPARMES
004740     END-IF
004750     .
004760 1100-LEER-PERIODO-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800*  1200-LEER-PARAMETROS - UMBRALES DE ARCPARWVC; LOS        *
004810*                         REGISTROS ANTERIORES A ESTOS      *
004820*                         CAMPOS LOS TRAEN EN BLANCO Y      *
004830*                         QUEDA EL VALOR POR DEFECTO        *
004840*----------------------------------------------------------*
004850 1200-LEER-PARAMETROS SECTION.
004860     OPEN INPUT ARCPARWVC
004870     IF TCW-OK-PARWVC
004880         READ ARCPARWVC
004890             AT END
004900                 CONTINUE
004910         END-READ
004920         IF TCW-OK-PARWVC AND PAR-MESES-SIN-ABONO NUMERIC
004930            AND PAR-MESES-SIN-ABONO > ZERO
004940             MOVE PAR-MESES-SIN-ABONO TO TCW-UMBRAL-SIN-ABONO
004950         END-IF
004960         IF TCW-OK-PARWVC AND PAR-MESES-RUC-DIF NUMERIC
004970            AND PAR-MESES-RUC-DIF > ZERO
004980             MOVE PAR-MESES-RUC-DIF TO TCW-UMBRAL-RUC-DIF
004990         END-IF
005000         CLOSE ARCPARWVC
005010     END-IF
005020     .
005030 1200-LEER-PARAMETROS-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------*
005070*  2000-SELECCIONAR-ABONOS - DEJA PASAR AL ORDENAMIENTO     *
005080*                            LOS ABONOS DEL PERIODO CUYA    *
005090*                            CUENTA ESTA EN ADQAXRF         *
005100*----------------------------------------------------------*
005110 2000-SELECCIONAR-ABONOS SECTION.
005120     PERFORM 2100-LEER-ABONO
005130         THRU 2100-LEER-ABONO-EXIT
005140     PERFORM 2200-UN-ABONO
005150         THRU 2200-UN-ABONO-EXIT
005160             UNTIL TCW-FIN-DE-ARCHIVO
005170     .
005180 2000-SELECCIONAR-ABONOS-EXIT.
005190     EXIT.
005200
005210 2100-LEER-ABONO SECTION.
005220     READ ARCDEPSUE
005230         AT END
005240             SET  TCW-FIN-DE-ARCHIVO TO TRUE
005250     END-READ
005260     .
005270 2100-LEER-ABONO-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310*  2200-UN-ABONO - LOS EXTORNOS Y LOS IMPORTES EN CERO NO   *
005320*                  SON PAGO DE SUELDO. LA CUENTA QUE NO     *
005330*                  ESTA EN ADQAXRF NO ES CTA SUELDO NUESTRA *
005340*----------------------------------------------------------*
005350 2200-UN-ABONO SECTION.
005360     ADD 1 TO TCW-CNT-ABO-LEIDOS
005370     IF DEP-FECHA(1:4) NOT = TCW-PERIODO-X
005380         ADD 1 TO TCW-CNT-ABO-FUERA
005390         GO TO 2200-UN-ABONO-SIGUIENTE
005400     END-IF
005410     IF NOT DEP-ABONO
005420        OR DEP-IMPORTE NOT NUMERIC
005430        OR DEP-IMPORTE = ZERO
005440         ADD 1 TO TCW-CNT-ABO-NO-ABONO
005450         GO TO 2200-UN-ABONO-SIGUIENTE
005460     END-IF
005470     MOVE DEP-NROCTA TO XRF-NROCTA
005480     READ ARCAFIXRF
005490         KEY IS XRF-NROCTA
005500         INVALID KEY
005510             ADD 1 TO TCW-CNT-ABO-SIN-XRF
005520             GO TO 2200-UN-ABONO-SIGUIENTE
005530     END-READ
005540     MOVE XRF-COD-UNICO    TO SRT-ABO-COD-UNICO
005550     MOVE XRF-COD-PRODUCTO TO SRT-ABO-PRODUCTO
005560     IF DEP-RUC-PAGADOR NUMERIC
005570         MOVE DEP-RUC-PAGADOR TO SRT-ABO-RUC-PAGADOR
005580     ELSE
005590         MOVE ZERO            TO SRT-ABO-RUC-PAGADOR
005600     END-IF
005610     ADD 1 TO TCW-CNT-ABO-PERIODO
005620     RELEASE SRT-ABONO
005630     .
005640 2200-UN-ABONO-SIGUIENTE.
005650     PERFORM 2100-LEER-ABONO
005660         THRU 2100-LEER-ABONO-EXIT
005670     .
005680 2200-UN-ABONO-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------*
005720*  3000-CRUZAR-AFILIACIONES - APAREA LOS ABONOS ORDENADOS   *
005730*                             CON ADQAFIL LEIDO EN ORDEN DE *
005740*                             CLAVE; CADA AFILIACION SE     *
005750*                             EVALUA CON LOS ABONOS QUE LE  *
005760*                             CORRESPONDEN (O NINGUNO).     *
005770*                             SIN ABONOS DEL PERIODO NO SE  *
005780*                             CRUZA: TODAS QUEDARIAN SIN    *
005790*                             ABONO                         *
005800*----------------------------------------------------------*
005810 3000-CRUZAR-AFILIACIONES SECTION.
005820     IF TCW-CNT-ABO-PERIODO = ZERO
005830         DISPLAY 'TCX0DOR - NINGUN ABONO DEL PERIODO '
005840             TCW-PERIODO-X ' EN ARCDEPSUE - NO SE ACTUALIZA'
005850             ' EL SEGUIMIENTO'
005860         SET  TCW-PERIODO-SIN-ABONOS TO TRUE
005870         GO TO 3000-CRUZAR-AFILIACIONES-EXIT
005880     END-IF
005890     PERFORM 3100-LEER-AFILIACION
005900         THRU 3100-LEER-AFILIACION-EXIT
005910     PERFORM 3200-RETORNAR-ABONO
005920         THRU 3200-RETORNAR-ABONO-EXIT
005930     PERFORM 3300-UN-CRUCE
005940         THRU 3300-UN-CRUCE-EXIT
005950             UNTIL TCW-CLAVE-MAE = HIGH-VALUES
005960               AND TCW-CLAVE-ABO = HIGH-VALUES
005970     .
005980 3000-CRUZAR-AFILIACIONES-EXIT.
005990     EXIT.
006000
006010 3100-LEER-AFILIACION SECTION.
006020     READ ARCAFILIAC NEXT
006030         AT END
006040             MOVE HIGH-VALUES TO TCW-CLAVE-MAE
006050             GO TO 3100-LEER-AFILIACION-EXIT
006060     END-READ
006070     IF TCW-OK-AFILIAC
006080         MOVE AFI-CLAVE   TO TCW-CLAVE-MAE
006090     ELSE
006100         DISPLAY 'TCX0DOR - ERROR AL LEER ARCAFILIAC - STATUS '
006110             TCW-FS-AFILIAC
006120         SET  TCW-ERROR-GRABACION TO TRUE
006130         MOVE HIGH-VALUES TO TCW-CLAVE-MAE
006140     END-IF
006150     .
006160 3100-LEER-AFILIACION-EXIT.
006170     EXIT.
006180
006190 3200-RETORNAR-ABONO SECTION.
006200     RETURN ARCSRTABO
006210         AT END
006220             MOVE HIGH-VALUES   TO TCW-CLAVE-ABO
006230             GO TO 3200-RETORNAR-ABONO-EXIT
006240     END-RETURN
006250     MOVE SRT-CLAVE-ABO TO TCW-CLAVE-ABO
006260     .
006270 3200-RETORNAR-ABONO-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------*
006310*  3300-UN-CRUCE - ABONO SIN AFILIACION EN EL MAESTRO (XREF *
006320*                  DESACTUALIZADA, LO INFORMA TCWUINT): SE  *
006330*                  CUENTA Y SE DESCARTA. SI NO, SE JUNTAN   *
006340*                  LOS ABONOS DE LA AFILIACION Y SE EVALUA  *
006350*----------------------------------------------------------*
006360 3300-UN-CRUCE SECTION.
006370     IF TCW-CLAVE-ABO < TCW-CLAVE-MAE
006380         ADD 1 TO TCW-CNT-ABO-SIN-MAE
006390         PERFORM 3200-RETORNAR-ABONO
006400             THRU 3200-RETORNAR-ABONO-EXIT
006410         GO TO 3300-UN-CRUCE-EXIT
006420     END-IF
006430     MOVE ZERO TO TCW-WK-ABONOS
006440     MOVE ZERO TO TCW-WK-ABO-PROPIOS
006450     MOVE ZERO TO TCW-WK-ABO-OTROS
006460     MOVE ZERO TO TCW-WK-RUC-OTRO
006470     PERFORM 3400-ACUMULAR-ABONO
006480         THRU 3400-ACUMULAR-ABONO-EXIT
006490             UNTIL TCW-CLAVE-ABO NOT = TCW-CLAVE-MAE
006500     PERFORM 4000-EVALUAR-AFILIACION
006510         THRU 4000-EVALUAR-AFILIACION-EXIT
006520     PERFORM 3100-LEER-AFILIACION
006530         THRU 3100-LEER-AFILIACION-EXIT
006540     .
006550 3300-UN-CRUCE-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------*
006590*  3400-ACUMULAR-ABONO - UN ABONO ES DEL EMPLEADOR DE LA    *
006600*                        AFILIACION SI SU RUC PAGADOR ES    *
006610*                        AFI-RUC; LAS AFILIACIONES SIN RUC  *
006620*                        (ANTERIORES AL CAMPO) ACEPTAN      *
006630*                        CUALQUIER PAGADOR                  *
006640*----------------------------------------------------------*
006650 3400-ACUMULAR-ABONO SECTION.
006660     ADD 1 TO TCW-WK-ABONOS
006670     IF AFI-RUC = ZERO
006680        OR SRT-ABO-RUC-PAGADOR = AFI-RUC
006690         ADD 1 TO TCW-WK-ABO-PROPIOS
006700     ELSE
006710         ADD 1 TO TCW-WK-ABO-OTROS
006720         MOVE SRT-ABO-RUC-PAGADOR TO TCW-WK-RUC-OTRO
006730     END-IF
006740     PERFORM 3200-RETORNAR-ABONO
006750         THRU 3200-RETORNAR-ABONO-EXIT
006760     .
006770 3400-ACUMULAR-ABONO-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------*
006810*  4000-EVALUAR-AFILIACION - CLASIFICA EL MES DE UNA        *
006820*                            AFILIACION VIGENTE Y ACTUALIZA *
006830*                            SU SEGUIMIENTO. EL REPROCESO   *
006840*                            DEL MISMO PERIODO PARTE DE LA  *
006850*                            SITUACION ANTERIOR GUARDADA;   *
006860*                            UN PERIODO YA SUPERADO NO SE   *
006870*                            TOCA                           *
006880*----------------------------------------------------------*
006890 4000-EVALUAR-AFILIACION SECTION.
006900     IF NOT AFI-VIGENTE
006910         ADD TCW-WK-ABONOS TO TCW-CNT-ABO-NO-VIG
006920         GO TO 4000-EVALUAR-AFILIACION-EXIT
006930     END-IF
006940     ADD 1 TO TCW-CNT-EVALUADAS
006950     ADD TCW-WK-ABONOS TO TCW-CNT-ABO-APLIC
006960     MOVE SPACE     TO TCW-SW-DOR-NUEVO
006970     MOVE AFI-CLAVE TO DOR-CLAVE
006980     READ ARCDORWVC
006990         KEY IS DOR-CLAVE
007000         INVALID KEY
007010             SET  TCW-DOR-ES-NUEVO TO TRUE
007020     END-READ
007030     IF NOT TCW-OK-DORWVC AND NOT TCW-NOENC-DORWVC
007040         DISPLAY 'TCX0DOR - ERROR AL LEER ARCDORWVC - STATUS '
007050             TCW-FS-DORWVC ' CLAVE ' AFI-CLAVE
007060         SET  TCW-ERROR-GRABACION TO TRUE
007070         GO TO 4000-EVALUAR-AFILIACION-EXIT
007080     END-IF
007090     IF TCW-DOR-ES-NUEVO
007100        OR DOR-FECHA-AFIL NOT = AFI-FECHA-AFIL
007110         PERFORM 4100-INICIAR-SEGUIMIENTO
007120             THRU 4100-INICIAR-SEGUIMIENTO-EXIT
007130     END-IF
007140     IF DOR-PERIODO > TCW-PERIODO
007150         ADD 1 TO TCW-CNT-POSTERIOR
007160         GO TO 4000-EVALUAR-AFILIACION-EXIT
007170     END-IF
007180     IF DOR-PERIODO = TCW-PERIODO
007190         ADD 1 TO TCW-CNT-REPROCESO
007200         MOVE DOR-ANTERIOR TO DOR-ACTUAL
007210     ELSE
007220         MOVE DOR-ACTUAL   TO DOR-ANTERIOR
007230     END-IF
007240     MOVE AFI-NROCTA  TO DOR-NROCTA
007250     MOVE AFI-RUC     TO DOR-RUC
007260     MOVE TCW-PERIODO TO DOR-PERIODO
007270     IF TCW-WK-ABONOS > 999
007280         MOVE 999           TO DOR-CANT-ABONOS
007290     ELSE
007300         MOVE TCW-WK-ABONOS TO DOR-CANT-ABONOS
007310     END-IF
007320     PERFORM 4200-CLASIFICAR-MES
007330         THRU 4200-CLASIFICAR-MES-EXIT
007340     MOVE SPACE TO DOR-CANDIDATA
007350     IF DOR-MESES-SIN-ABONO NOT < TCW-UMBRAL-SIN-ABONO
007360        OR DOR-MESES-RUC-DIF NOT < TCW-UMBRAL-RUC-DIF
007370         PERFORM 4300-GRABAR-CANDIDATA
007380             THRU 4300-GRABAR-CANDIDATA-EXIT
007390     END-IF
007400     IF TCW-DOR-ES-NUEVO
007410         WRITE ADQWDOR
007420     ELSE
007430         REWRITE ADQWDOR
007440     END-IF
007450     IF NOT TCW-OK-DORWVC
007460         DISPLAY 'TCX0DOR - ERROR AL GRABAR ARCDORWVC - STATUS '
007470             TCW-FS-DORWVC ' CLAVE ' DOR-CLAVE
007480         SET  TCW-ERROR-GRABACION TO TRUE
007490     END-IF
007500     .
007510 4000-EVALUAR-AFILIACION-EXIT.
007520     EXIT.
007530
007540 4100-INICIAR-SEGUIMIENTO SECTION.
007550     MOVE AFI-CLAVE      TO DOR-CLAVE
007560     MOVE AFI-NROCTA     TO DOR-NROCTA
007570     MOVE AFI-RUC        TO DOR-RUC
007580     MOVE AFI-FECHA-AFIL TO DOR-FECHA-AFIL
007590     MOVE ZERO           TO DOR-PERIODO
007600     MOVE SPACE          TO DOR-RESULTADO
007610     MOVE ZERO           TO DOR-CANT-ABONOS
007620     MOVE ZERO           TO DOR-RUC-PAGADOR
007630     MOVE ZERO           TO DOR-MESES-SIN-ABONO
007640     MOVE ZERO           TO DOR-MESES-RUC-DIF
007650     MOVE ZERO           TO DOR-TOT-SIN-ABONO
007660     MOVE ZERO           TO DOR-TOT-RUC-DIF
007670     MOVE ZERO           TO DOR-ULT-PER-ABONO
007680     MOVE DOR-ACTUAL     TO DOR-ANTERIOR
007690     MOVE SPACE          TO DOR-CANDIDATA
007700     MOVE SPACE          TO DOR-FILLER
007710     .
007720 4100-INICIAR-SEGUIMIENTO-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------*
007760*  4200-CLASIFICAR-MES - C: HUBO ABONO DEL EMPLEADOR;       *
007770*                        D: SOLO ABONOS DE OTRO RUC;        *
007780*                        N: SIN ABONO PERO AFILIADA EN EL   *
007790*                           PERIODO (NO SE PENALIZA);       *
007800*                        S: SIN NINGUN ABONO.               *
007810*                        CADA RACHA SE CORTA CON UN MES DE  *
007820*                        OTRA CLASE                         *
007830*----------------------------------------------------------*
007840 4200-CLASIFICAR-MES SECTION.
007850     EVALUATE TRUE
007860         WHEN TCW-WK-ABO-PROPIOS > ZERO
007870             SET  DOR-CON-ABONO    TO TRUE
007880             ADD 1 TO TCW-CNT-CON-ABONO
007890             MOVE ZERO        TO DOR-MESES-SIN-ABONO
007900             MOVE ZERO        TO DOR-MESES-RUC-DIF
007910             MOVE TCW-PERIODO TO DOR-ULT-PER-ABONO
007920         WHEN TCW-WK-ABO-OTROS > ZERO
007930             SET  DOR-RUC-DISTINTO TO TRUE
007940             ADD 1 TO TCW-CNT-RUC-DIF
007950             MOVE ZERO        TO DOR-MESES-SIN-ABONO
007960             IF DOR-MESES-RUC-DIF < 999
007970                 ADD 1 TO DOR-MESES-RUC-DIF
007980             END-IF
007990             IF DOR-TOT-RUC-DIF < 999
008000                 ADD 1 TO DOR-TOT-RUC-DIF
008010             END-IF
008020             MOVE TCW-PERIODO     TO DOR-ULT-PER-ABONO
008030             MOVE TCW-WK-RUC-OTRO TO DOR-RUC-PAGADOR
008040         WHEN AFI-FECHA-AFIL(1:4) NOT < TCW-PERIODO-X
008050             SET  DOR-MES-AFILIACION TO TRUE
008060             ADD 1 TO TCW-CNT-MES-AFIL
008070         WHEN OTHER
008080             SET  DOR-SIN-ABONO    TO TRUE
008090             ADD 1 TO TCW-CNT-SIN-ABONO
008100             MOVE ZERO        TO DOR-MESES-RUC-DIF
008110             IF DOR-MESES-SIN-ABONO < 999
008120                 ADD 1 TO DOR-MESES-SIN-ABONO
008130             END-IF
008140             IF DOR-TOT-SIN-ABONO < 999
008150                 ADD 1 TO DOR-TOT-SIN-ABONO
008160             END-IF
008170     END-EVALUATE
008180     .
008190 4200-CLASIFICAR-MES-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------*
008230*  4300-GRABAR-CANDIDATA - PROPONE LA BAJA EN EL FORMATO DE *
008240*                          ENTRADA DE TCW5BAJ               *
008250*----------------------------------------------------------*
008260 4300-GRABAR-CANDIDATA SECTION.
008270     SET  DOR-ES-CANDIDATA TO TRUE
008280     ADD 1 TO TCW-CNT-CANDIDATAS
008290     MOVE AFI-COD-UNICO    TO WBJ-COD-UNICO
008300     MOVE AFI-COD-PRODUCTO TO WBJ-COD-PRODUCTO
008310     WRITE ADQWBJ
008320     IF NOT TCW-OK-CANBAJ
008330         DISPLAY 'TCX0DOR - ERROR AL GRABAR ARCCANBAJ - STATUS '
008340             TCW-FS-CANBAJ
008350         SET  TCW-ERROR-GRABACION TO TRUE
008360     END-IF
008370     .
008380 4300-GRABAR-CANDIDATA-EXIT.
008390     EXIT.
008400
008410*----------------------------------------------------------*
008420*  5000-SELECCIONAR-SEGUIMIENTO - RECORRE ADQWDOR Y PASA AL *
008430*                                 REPORTE LAS AFILIACIONES  *
008440*                                 EVALUADAS EN EL PERIODO   *
008450*----------------------------------------------------------*
008460 5000-SELECCIONAR-SEGUIMIENTO SECTION.
008470     MOVE SPACE      TO TCW-SW-FINARCHIVO
008480     MOVE LOW-VALUES TO DOR-CLAVE
008490     START ARCDORWVC
008500         KEY IS NOT LESS THAN DOR-CLAVE
008510         INVALID KEY
008520             SET  TCW-FIN-DE-ARCHIVO TO TRUE
008530     END-START
008540     IF NOT TCW-FIN-DE-ARCHIVO
008550         PERFORM 5100-LEER-SEGUIMIENTO
008560             THRU 5100-LEER-SEGUIMIENTO-EXIT
008570     END-IF
008580     PERFORM 5200-UN-SEGUIMIENTO
008590         THRU 5200-UN-SEGUIMIENTO-EXIT
008600             UNTIL TCW-FIN-DE-ARCHIVO
008610     .
008620 5000-SELECCIONAR-SEGUIMIENTO-EXIT.
008630     EXIT.
008640
008650 5100-LEER-SEGUIMIENTO SECTION.
008660     READ ARCDORWVC NEXT RECORD
008670         AT END
008680             SET  TCW-FIN-DE-ARCHIVO TO TRUE
008690     END-READ
008700     .
008710 5100-LEER-SEGUIMIENTO-EXIT.
008720     EXIT.
008730
008740 5200-UN-SEGUIMIENTO SECTION.
008750     IF DOR-PERIODO = TCW-PERIODO
008760         MOVE DOR-RUC             TO SRT-RUC
008770         MOVE DOR-COD-UNICO       TO SRT-COD-UNICO
008780         MOVE DOR-COD-PRODUCTO    TO SRT-COD-PRODUCTO
008790         MOVE DOR-NROCTA          TO SRT-NROCTA
008800         MOVE DOR-FECHA-AFIL      TO SRT-FECHA-AFIL
008810         MOVE DOR-RESULTADO       TO SRT-RESULTADO
008820         MOVE DOR-MESES-SIN-ABONO TO SRT-MESES-SIN-ABONO
008830         MOVE DOR-MESES-RUC-DIF   TO SRT-MESES-RUC-DIF
008840         MOVE DOR-ULT-PER-ABONO   TO SRT-ULT-PER-ABONO
008850         MOVE DOR-RUC-PAGADOR     TO SRT-RUC-PAGADOR
008860         MOVE DOR-CANDIDATA       TO SRT-CANDIDATA
008870         RELEASE SRT-REGISTRO
008880     END-IF
008890     PERFORM 5100-LEER-SEGUIMIENTO
008900         THRU 5100-LEER-SEGUIMIENTO-EXIT
008910     .
008920 5200-UN-SEGUIMIENTO-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------*
008960*  6000-LISTAR-EMPLEADORES - UNA SECCION POR EMPLEADOR CON  *
008970*                            EL DETALLE DE SUS AFILIACIONES *
008980*                            SIN ABONO O CON RUC DISTINTO Y *
008990*                            LOS TOTALES DE SU CARTERA      *
009000*----------------------------------------------------------*
009010 6000-LISTAR-EMPLEADORES SECTION.
009020     PERFORM 6100-RETORNAR-ORDENADO
009030         THRU 6100-RETORNAR-ORDENADO-EXIT
009040     PERFORM 6200-UNA-AFILIACION
009050         THRU 6200-UNA-AFILIACION-EXIT
009060             UNTIL TCW-FIN-DE-ORDENADO
009070     IF TCW-CORTE-EMP-ABIERTO
009080         PERFORM 6400-CERRAR-EMPLEADOR
009090             THRU 6400-CERRAR-EMPLEADOR-EXIT
009100     END-IF
009110     .
009120 6000-LISTAR-EMPLEADORES-EXIT.
009130     EXIT.
009140
009150 6100-RETORNAR-ORDENADO SECTION.
009160     RETURN ARCSRTWRK
009170         AT END
009180             SET  TCW-FIN-DE-ORDENADO TO TRUE
009190     END-RETURN
009200     .
009210 6100-RETORNAR-ORDENADO-EXIT.
009220     EXIT.
009230
009240 6200-UNA-AFILIACION SECTION.
009250     IF NOT TCW-CORTE-EMP-ABIERTO
009260        OR SRT-RUC NOT = TCW-RUC-ANTERIOR
009270         IF TCW-CORTE-EMP-ABIERTO
009280             PERFORM 6400-CERRAR-EMPLEADOR
009290                 THRU 6400-CERRAR-EMPLEADOR-EXIT
009300         END-IF
009310         PERFORM 6300-ABRIR-EMPLEADOR
009320             THRU 6300-ABRIR-EMPLEADOR-EXIT
009330     END-IF
009340     ADD 1 TO TCW-CNT-EMP-VIGENT
009350     IF SRT-ES-CANDIDATA
009360         ADD 1 TO TCW-CNT-EMP-CAND
009370     END-IF
009380     EVALUATE TRUE
009390         WHEN SRT-SIN-ABONO
009400             ADD 1 TO TCW-CNT-EMP-SIN
009410         WHEN SRT-RUC-DISTINTO
009420             ADD 1 TO TCW-CNT-EMP-RUC
009430         WHEN OTHER
009440             GO TO 6200-UNA-AFILIACION-SIGUIENTE
009450     END-EVALUATE
009460     IF NOT TCW-COLUMNAS-IMPRESAS
009470         WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
009480         SET  TCW-COLUMNAS-IMPRESAS TO TRUE
009490     END-IF
009500     MOVE SRT-COD-UNICO       TO TCW-LD-COD-UNICO
009510     MOVE SRT-COD-PRODUCTO    TO TCW-LD-PRODUCTO
009520     MOVE SRT-NROCTA          TO TCW-LD-NROCTA
009530     MOVE SRT-FECHA-AFIL      TO TCW-LD-FECHA-AFIL
009540     MOVE SRT-MESES-SIN-ABONO TO TCW-LD-MESES-SIN
009550     MOVE SRT-MESES-RUC-DIF   TO TCW-LD-MESES-RUC
009560     IF SRT-ULT-PER-ABONO = ZERO
009570         MOVE '----'            TO TCW-LD-ULT-PER
009580     ELSE
009590         MOVE SRT-ULT-PER-ABONO TO TCW-LD-ULT-PER
009600     END-IF
009610     IF SRT-RUC-DISTINTO
009620         MOVE SRT-RUC-PAGADOR   TO TCW-LD-RUC-PAGADOR
009630     ELSE
009640         MOVE SPACE             TO TCW-LD-RUC-PAGADOR
009650     END-IF
009660     IF SRT-ES-CANDIDATA
009670         MOVE '*BAJA'           TO TCW-LD-MARCA
009680     ELSE
009690         MOVE SPACE             TO TCW-LD-MARCA
009700     END-IF
009710     WRITE REC-LINEA FROM TCW-LIN-DETALLE
009720     .
009730 6200-UNA-AFILIACION-SIGUIENTE.
009740     PERFORM 6100-RETORNAR-ORDENADO
009750         THRU 6100-RETORNAR-ORDENADO-EXIT
009760     .
009770 6200-UNA-AFILIACION-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------*
009810*  6300-ABRIR-EMPLEADOR - ARRANCA LA SECCION DEL EMPLEADOR  *
009820*                         CON SU RAZON SOCIAL DEL MAESTRO   *
009830*----------------------------------------------------------*
009840 6300-ABRIR-EMPLEADOR SECTION.
009850     MOVE SRT-RUC TO TCW-RUC-ANTERIOR
009860     SET  TCW-CORTE-EMP-ABIERTO TO TRUE
009870     MOVE SPACE   TO TCW-SW-COLUMNAS
009880     ADD 1 TO TCW-CNT-EMPLEADORES
009890     MOVE ZERO    TO TCW-CNT-EMP-VIGENT
009900     MOVE ZERO    TO TCW-CNT-EMP-SIN
009910     MOVE ZERO    TO TCW-CNT-EMP-RUC
009920     MOVE ZERO    TO TCW-CNT-EMP-CAND
009930     MOVE SRT-RUC TO TCW-LE-RUC
009940     MOVE SPACE   TO TCW-LE-RAZSOC
009950     IF SRT-RUC = ZERO
009960         MOVE 'SIN EMPLEADOR INFORMADO' TO TCW-LE-RAZSOC
009970     ELSE
009980         IF TCW-EMPLEAD-ABIERTO
009990             MOVE SRT-RUC TO EMP-RUC
010000             READ ARCEMPLEAD
010010                 KEY IS EMP-RUC
010020                 INVALID KEY
010030                     MOVE 'EMPLEADOR NO REGISTRADO'
010040                         TO TCW-LE-RAZSOC
010050             END-READ
010060             IF TCW-OK-EMPLEAD
010070                 MOVE EMP-RAZON-SOCIAL TO TCW-LE-RAZSOC
010080             END-IF
010090         END-IF
010100     END-IF
010110     MOVE SPACE TO REC-LINEA
010120     WRITE REC-LINEA
010130     WRITE REC-LINEA FROM TCW-LIN-EMPLEADOR
010140     .
010150 6300-ABRIR-EMPLEADOR-EXIT.
010160     EXIT.
010170
010180 6400-CERRAR-EMPLEADOR SECTION.
010190     MOVE TCW-CNT-EMP-VIGENT TO TCW-TE-VIGENT
010200     MOVE TCW-CNT-EMP-SIN    TO TCW-TE-SIN
010210     MOVE TCW-CNT-EMP-RUC    TO TCW-TE-RUC
010220     MOVE TCW-CNT-EMP-CAND   TO TCW-TE-CAND
010230     WRITE REC-LINEA FROM TCW-LIN-TOT-EMP
010240     MOVE SPACE TO TCW-SW-CORTE-EMP
010250     .
010260 6400-CERRAR-EMPLEADOR-EXIT.
010270     EXIT.
010280
010290*----------------------------------------------------------*
010300*  8000-IMPRIMIR-TOTALES - RESUMEN DE LA CORRIDA            *
010310*----------------------------------------------------------*
010320 8000-IMPRIMIR-TOTALES SECTION.
010330     MOVE SPACE TO REC-LINEA
010340     WRITE REC-LINEA
010350     MOVE 'ABONOS LEIDOS         ' TO TCW-DT-NOMBRE
010360     MOVE TCW-CNT-ABO-LEIDOS       TO TCW-DT-CANT
010370     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010380     MOVE '  OTRO PERIODO        ' TO TCW-DT-NOMBRE
010390     MOVE TCW-CNT-ABO-FUERA        TO TCW-DT-CANT
010400     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010410     MOVE '  EXTORNO / SIN IMPORT' TO TCW-DT-NOMBRE
010420     MOVE TCW-CNT-ABO-NO-ABONO     TO TCW-DT-CANT
010430     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010440     MOVE '  CUENTA NO AFILIADA  ' TO TCW-DT-NOMBRE
010450     MOVE TCW-CNT-ABO-SIN-XRF      TO TCW-DT-CANT
010460     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010470     MOVE '  XREF SIN MAESTRO    ' TO TCW-DT-NOMBRE
010480     MOVE TCW-CNT-ABO-SIN-MAE      TO TCW-DT-CANT
010490     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010500     MOVE '  AFILIAC. NO VIGENTE ' TO TCW-DT-NOMBRE
010510     MOVE TCW-CNT-ABO-NO-VIG       TO TCW-DT-CANT
010520     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010530     MOVE '  APLICADOS           ' TO TCW-DT-NOMBRE
010540     MOVE TCW-CNT-ABO-APLIC        TO TCW-DT-CANT
010550     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010560     MOVE 'VIGENTES EVALUADAS    ' TO TCW-DT-NOMBRE
010570     MOVE TCW-CNT-EVALUADAS        TO TCW-DT-CANT
010580     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010590     MOVE '  CON ABONO           ' TO TCW-DT-NOMBRE
010600     MOVE TCW-CNT-CON-ABONO        TO TCW-DT-CANT
010610     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010620     MOVE '  SIN ABONO           ' TO TCW-DT-NOMBRE
010630     MOVE TCW-CNT-SIN-ABONO        TO TCW-DT-CANT
010640     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010650     MOVE '  RUC DISTINTO        ' TO TCW-DT-NOMBRE
010660     MOVE TCW-CNT-RUC-DIF          TO TCW-DT-CANT
010670     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010680     MOVE '  AFILIADAS EN EL MES ' TO TCW-DT-NOMBRE
010690     MOVE TCW-CNT-MES-AFIL         TO TCW-DT-CANT
010700     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010710     MOVE '  PERIODO YA SUPERADO ' TO TCW-DT-NOMBRE
010720     MOVE TCW-CNT-POSTERIOR        TO TCW-DT-CANT
010730     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010740     MOVE '  REPROCESADAS        ' TO TCW-DT-NOMBRE
010750     MOVE TCW-CNT-REPROCESO        TO TCW-DT-CANT
010760     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010770     MOVE 'CANDIDATAS A BAJA     ' TO TCW-DT-NOMBRE
010780     MOVE TCW-CNT-CANDIDATAS       TO TCW-DT-CANT
010790     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010800     MOVE 'EMPLEADORES           ' TO TCW-DT-NOMBRE
010810     MOVE TCW-CNT-EMPLEADORES      TO TCW-DT-CANT
010820     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010830     .
010840 8000-IMPRIMIR-TOTALES-EXIT.
010850     EXIT.
010860
010870*----------------------------------------------------------*
010880*  9000-FINAL - CIERRA ARCHIVOS, INFORMA EL RESUMEN Y FIJA  *
010890*               EL RETURN-CODE                              *
010900*----------------------------------------------------------*
010910 9000-FINAL SECTION.
010920     CLOSE ARCDEPSUE
010930     CLOSE ARCAFIXRF
010940     CLOSE ARCAFILIAC
010950     CLOSE ARCDORWVC
010960     CLOSE ARCCANBAJ
010970     CLOSE ARCRPTDOR
010980     IF TCW-EMPLEAD-ABIERTO
010990         CLOSE ARCEMPLEAD
011000     END-IF
011010     DISPLAY 'TCX0DOR - CTA SUELDO SIN ABONO DE PLANILLA'
011020     DISPLAY 'PERIODO EVALUADO     : ' TCW-PERIODO
011030     DISPLAY 'ABONOS LEIDOS        : ' TCW-CNT-ABO-LEIDOS
011040     DISPLAY 'ABONOS APLICADOS     : ' TCW-CNT-ABO-APLIC
011050     DISPLAY 'VIGENTES EVALUADAS   : ' TCW-CNT-EVALUADAS
011060     DISPLAY 'SIN ABONO            : ' TCW-CNT-SIN-ABONO
011070     DISPLAY 'RUC DISTINTO         : ' TCW-CNT-RUC-DIF
011080     DISPLAY 'CANDIDATAS A BAJA    : ' TCW-CNT-CANDIDATAS
011090     EVALUATE TRUE
011100         WHEN TCW-PERIODO-SIN-ABONOS
011110             MOVE 12 TO RETURN-CODE
011120         WHEN TCW-ERROR-GRABACION
011130             MOVE 8 TO RETURN-CODE
011140     END-EVALUATE
011150     .
011160 9000-FINAL-EXIT.
011170     EXIT.
