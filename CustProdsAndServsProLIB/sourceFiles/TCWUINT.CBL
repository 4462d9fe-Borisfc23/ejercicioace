000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWUINT.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. AUDITORIA DE INTEGRIDAD ENTRE   *
000110*                 LOS TRES ARCHIVOS PROPIOS QUE DESCRIBEN   *
000120*                 LAS AFILIACIONES: EL MAESTRO ADQAFIL, LA  *
000130*                 XREF POR CUENTA ADQAXRF (6500-ACTUALIZAR- *
000140*                 XREF DE TCW0WVC) Y LA HISTORIA ADQWHIS    *
000150*                 (6600-GRABAR-HISTORIA). INFORMA XREF QUE  *
000160*                 APUNTAN A CLAVES INEXISTENTES O QUE NO    *
000170*                 COINCIDEN CON EL MAESTRO, CUENTAS DEL     *
000180*                 MAESTRO SIN XREF, REGISTROS CUYO ESTADO,  *
000190*                 CUENTA O MONEDA DIFIEREN DEL ULTIMO       *
000200*                 MOVIMIENTO DE LA HISTORIA Y VIGENTES SIN  *
000210*                 ALTA EN LA HISTORIA (TCW8CNC SOLO CONTRAS-*
000220*                 TA EL MAESTRO CONTRA VULCANO). CON MODO   *
000230*                 'R' EN ARCPARINT (ADQWINC) RECONSTRUYE    *
000240*                 ADQAFIL Y ADQAXRF DESDE LA HISTORIA HASTA *
000250*                 LA FECHA DE CORTE, PARA RECUPERAR EL      *
000260*                 MAESTRO DESPUES DE UNA RESTAURACION O DE  *
000270*                 UNA CORRIDA ABORTADA. LAS AFILIACIONES    *
000280*                 ANTERIORES AL INICIO DE LA HISTORIA NO SE *
000290*                 PUEDEN RECONSTRUIR Y QUEDAN FUERA. LA     *
000300*                 RECONSTRUCCION GRABA EN LA XREF TODAS LAS *
000310*                 CUENTAS QUE TUVO CADA CLAVE (HASTA 20):   *
000320*                 LA ACTUAL CON EL ESTADO DE LA CLAVE Y LAS *
000330*                 ANTERIORES ANULADAS; LA AUDITORIA CUENTA  *
000340*                 APARTE ESAS CUENTAS ANTERIORES Y SOLO     *
000350*                 INFORMA LA XREF VIGENTE CON OTRA CUENTA.  *
000360*                 RETURN-CODE: 0=CONSISTENTE, 4=HAY         *
000370*                 DISCREPANCIAS, 8=ERROR DE GRABACION EN LA *
000380*                 RECONSTRUCCION (REPETIRLA), CLAVE CON MAS *
000390*                 DE 20 CUENTAS O MODO R SIN HISTORIA (LOS  *
000400*                 MAESTROS NO SE TOCAN).                    *
000410*----------------------------------------------------------*
000420*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000430*  OBJETIVO : INTEGRIDAD ADQAFIL / ADQAXRF / ADQWHIS        *
000440*  ENTRADA  : ARCPARINT  - CONTROL DE LA CORRIDA (ADQWINC)  *
000450*             ARCHISWVC  - HISTORIA DE MOVIMIENTOS          *
000460*             ARCAFILIAC - MAESTRO DE AFILIACIONES          *
000470*             ARCAFIXRF  - REFERENCIA CRUZADA (ADQAXRF)     *
000480*  SALIDA   : ARCIDIWVC  - DISCREPANCIAS (ADQWIDI)          *
000490*             ARCRPTINT  - REPORTE DE INTEGRIDAD            *
000500*             ARCAFILIAC / ARCAFIXRF RECONSTRUIDOS (MODO R) *
000510*----------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SPECIAL-NAMES.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ARCPARINT  ASSIGN TO PARINT
000580         ORGANIZATION  IS LINE SEQUENTIAL
000590         FILE STATUS   IS TCW-FS-PARINT.
000600
000610     SELECT ARCHISWVC  ASSIGN TO HISWVC
000620         ORGANIZATION  IS LINE SEQUENTIAL
000630         FILE STATUS   IS TCW-FS-HISWVC.
000640
000650     SELECT ARCAFILIAC ASSIGN TO AFILIAC
000660         ORGANIZATION  IS INDEXED
000670         ACCESS MODE   IS DYNAMIC
000680         RECORD KEY    IS AFI-CLAVE
000690         FILE STATUS   IS TCW-FS-AFILIAC.
000700
000710     SELECT ARCAFIXRF  ASSIGN TO AFIXRF
000720         ORGANIZATION  IS INDEXED
000730         ACCESS MODE   IS DYNAMIC
000740         RECORD KEY    IS XRF-NROCTA
000750         FILE STATUS   IS TCW-FS-AFIXRF.
000760
000770     SELECT ARCIDIWVC  ASSIGN TO IDIWVC
000780         ORGANIZATION  IS LINE SEQUENTIAL
000790         FILE STATUS   IS TCW-FS-IDIWVC.
000800
000810     SELECT ARCRPTINT  ASSIGN TO RPTINT
000820         ORGANIZATION  IS LINE SEQUENTIAL
000830         FILE STATUS   IS TCW-FS-RPTINT.
000840
000850     SELECT ARCSRTWRK  ASSIGN TO SRTWRK.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  ARCPARINT
000900     RECORDING MODE IS F.
000910     COPY ADQWINC.
000920
000930 FD  ARCHISWVC
000940     RECORDING MODE IS F.
000950     COPY ADQWHIS.
000960
000970 FD  ARCAFILIAC
000980     RECORDING MODE IS F.
000990     COPY ADQAFIL.
001000
001010 FD  ARCAFIXRF
001020     RECORDING MODE IS F.
001030     COPY ADQAXRF.
001040
001050 FD  ARCIDIWVC
001060     RECORDING MODE IS F.
001070     COPY ADQWIDI.
001080
001090 FD  ARCRPTINT
001100     RECORDING MODE IS F.
001110 01  REC-LINEA               PIC X(80).
001120
001130*----------------------------------------------------------*
001140*  MOVIMIENTO DE LA HISTORIA; LA SECUENCIA DE LECTURA       *
001150*  CONSERVA EL ORDEN CRONOLOGICO DENTRO DE CADA CLAVE       *
001160*----------------------------------------------------------*
001170 SD  ARCSRTWRK.
001180 01  SRT-REGISTRO.
001190     03  SRT-CLAVE.
001200         05  SRT-COD-UNICO   PIC 9(10).
001210         05  SRT-COD-PRODUCTO
001220                             PIC 9(03).
001230     03  SRT-SECUENCIA       PIC 9(09).
001240     03  SRT-FECHA           PIC X(06).
001250     03  SRT-OPERACION       PIC X(01).
001260         88  SRT-OPER-ALTA   VALUE 'A' SPACE.
001270         88  SRT-OPER-BAJA   VALUE 'B'.
001280         88  SRT-OPER-MODIF  VALUE 'M'.
001290     03  SRT-NROCTA          PIC X(20).
001300     03  SRT-CODMON          PIC 9(03).
001310     03  SRT-RUC             PIC 9(11).
001320
001330 WORKING-STORAGE SECTION.
001340 01  TCW-INDICADORES-ARCHIVO.
001350     05  TCW-FS-PARINT        PIC X(02).
001360         88  TCW-OK-PARINT           VALUE '00'.
001370     05  TCW-FS-HISWVC        PIC X(02).
001380         88  TCW-OK-HISWVC           VALUE '00'.
001390         88  TCW-NOENC-HISWVC        VALUE '35'.
001400     05  TCW-FS-AFILIAC       PIC X(02).
001410         88  TCW-OK-AFILIAC          VALUE '00'.
001420         88  TCW-NOENC-AFILIAC       VALUE '35'.
001430     05  TCW-FS-AFIXRF        PIC X(02).
001440         88  TCW-OK-AFIXRF           VALUE '00'.
001450         88  TCW-NOENC-AFIXRF        VALUE '35'.
001460     05  TCW-FS-IDIWVC        PIC X(02).
001470         88  TCW-OK-IDIWVC           VALUE '00'.
001480     05  TCW-FS-RPTINT        PIC X(02).
001490         88  TCW-OK-RPTINT           VALUE '00'.
001500
001510 01  TCW-SWITCHES.
001520     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
001530         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
001540     05  TCW-SW-FINORDEN     PIC X(01) VALUE SPACE.
001550         88  TCW-FIN-DE-ORDENADO    VALUE 'S'.
001560     05  TCW-SW-FIN-AFI      PIC X(01) VALUE SPACE.
001570         88  TCW-FIN-DE-AFILIAC     VALUE 'S'.
001580     05  TCW-SW-AFILIAC-ABTO PIC X(01) VALUE SPACE.
001590         88  TCW-AFILIAC-ABIERTO    VALUE 'S'.
001600     05  TCW-SW-AFIXRF-ABTO  PIC X(01) VALUE SPACE.
001610         88  TCW-AFIXRF-ABIERTO     VALUE 'S'.
001620     05  TCW-SW-HISWVC-ABTO  PIC X(01) VALUE SPACE.
001630         88  TCW-HISWVC-ABIERTO     VALUE 'S'.
001640     05  TCW-SW-MODO         PIC X(01) VALUE 'A'.
001650         88  TCW-MODO-AUDITORIA     VALUE 'A'.
001660         88  TCW-MODO-RECONSTRUIR   VALUE 'R'.
001670     05  TCW-SW-CORTE        PIC X(01) VALUE SPACE.
001680         88  TCW-HAY-CORTE          VALUE 'S'.
001690     05  TCW-SW-GRABERROR    PIC X(01) VALUE SPACE.
001700         88  TCW-ERROR-GRABACION    VALUE 'S'.
001710
001720 01  TCW-FECHA-CORTE         PIC X(06) VALUE SPACE.
001730
001740*----------------------------------------------------------*
001750*  CLAVES DE TRABAJO PARA EL APAREO (HIGH-VALUES MARCA EL   *
001760*  AGOTAMIENTO DE CADA LADO), COMO EN TCW8CNC               *
001770*----------------------------------------------------------*
001780 01  TCW-CLAVES-APAREO.
001790     05  TCW-CLAVE-AFI       PIC X(13) VALUE SPACE.
001800     05  TCW-CLAVE-HIS.
001810         10  TCW-CH-COD-UNICO
001820                             PIC 9(10).
001830         10  TCW-CH-PRODUCTO PIC 9(03).
001840     05  TCW-CLAVE-XRF.
001850         10  TCW-CX-COD-UNICO
001860                             PIC 9(10).
001870         10  TCW-CX-PRODUCTO PIC 9(03).
001880
001890*----------------------------------------------------------*
001900*  ESTADO DE LA CLAVE SEGUN SU ULTIMO MOVIMIENTO EN LA      *
001910*  HISTORIA (EL MISMO QUE TCW0WVC DEJA EN EL MAESTRO)       *
001920*----------------------------------------------------------*
001930 01  TCW-GRUPO-HISTORIA.
001940     05  TCW-GR-ESTADO       PIC X(01).
001950         88  TCW-GR-VIGENTE         VALUE 'V'.
001960         88  TCW-GR-ANULADO         VALUE 'A'.
001970     05  TCW-GR-NROCTA       PIC X(20).
001980     05  TCW-GR-CODMON       PIC 9(03).
001990     05  TCW-GR-RUC          PIC 9(11).
002000     05  TCW-GR-FECHA-AFIL   PIC X(06).
002010     05  TCW-GR-FECHA-ANUL   PIC X(06).
002020     05  TCW-GR-SW-ALTA      PIC X(01).
002030         88  TCW-GR-CON-ALTA        VALUE 'S'.
002040*-                   ---  CUENTAS DISTINTAS QUE TUVO LA CLAVE
002050*-                        (SOLO EN RECONSTRUCCION)
002060     05  TCW-GR-SW-EXCEDE    PIC X(01).
002070         88  TCW-GR-CTAS-EXCEDIDAS  VALUE 'S'.
002080     05  TCW-GR-CANT-CTAS    PIC 9(04) COMP.
002090     05  TCW-GR-OCU-CTA      OCCURS 20 TIMES
002100                             INDEXED BY TCW-IX-CTA.
002110         10  TCW-GR-CTA      PIC X(20).
002120
002130 01  TCW-SW-CTA-HALLADA      PIC X(01) VALUE SPACE.
002140     88  TCW-CTA-HALLADA            VALUE 'S'.
002150
002160 01  TCW-CONTADORES.
002170     05  TCW-CNT-HIS-LEIDOS  PIC 9(09) COMP VALUE ZERO.
002180     05  TCW-CNT-FUERA-CORTE PIC 9(09) COMP VALUE ZERO.
002190     05  TCW-CNT-CLAVES-HIS  PIC 9(09) COMP VALUE ZERO.
002200     05  TCW-CNT-AFI-LEIDOS  PIC 9(09) COMP VALUE ZERO.
002210     05  TCW-CNT-XRF-LEIDOS  PIC 9(09) COMP VALUE ZERO.
002220     05  TCW-CNT-COINCIDEN   PIC 9(09) COMP VALUE ZERO.
002230     05  TCW-CNT-COINCIDEN-ANT PIC 9(09) COMP VALUE ZERO.
002240     05  TCW-CNT-ANUL-SIN-HIS PIC 9(09) COMP VALUE ZERO.
002250     05  TCW-CNT-XRF-SIN-MAE PIC 9(09) COMP VALUE ZERO.
002260     05  TCW-CNT-XRF-CTA-DIF PIC 9(09) COMP VALUE ZERO.
002270     05  TCW-CNT-XRF-ANTERIOR PIC 9(09) COMP VALUE ZERO.
002280     05  TCW-CNT-XRF-EST-DIF PIC 9(09) COMP VALUE ZERO.
002290     05  TCW-CNT-CTA-SIN-XRF PIC 9(09) COMP VALUE ZERO.
002300     05  TCW-CNT-CTA-OTRA-CL PIC 9(09) COMP VALUE ZERO.
002310     05  TCW-CNT-FALTA-MAE   PIC 9(09) COMP VALUE ZERO.
002320     05  TCW-CNT-HIS-EST-DIF PIC 9(09) COMP VALUE ZERO.
002330     05  TCW-CNT-HIS-CTA-DIF PIC 9(09) COMP VALUE ZERO.
002340     05  TCW-CNT-HIS-MON-DIF PIC 9(09) COMP VALUE ZERO.
002350     05  TCW-CNT-VIG-SIN-ALTA PIC 9(09) COMP VALUE ZERO.
002360     05  TCW-CNT-DISCREPAN   PIC 9(09) COMP VALUE ZERO.
002370     05  TCW-CNT-REC-VIGENTE PIC 9(09) COMP VALUE ZERO.
002380     05  TCW-CNT-REC-ANULADA PIC 9(09) COMP VALUE ZERO.
002390     05  TCW-CNT-REC-SIN-ALTA PIC 9(09) COMP VALUE ZERO.
002400     05  TCW-CNT-REC-XREF    PIC 9(09) COMP VALUE ZERO.
002410     05  TCW-CNT-REC-XREF-ANT PIC 9(09) COMP VALUE ZERO.
002420     05  TCW-CNT-REC-ANT-OCUP PIC 9(09) COMP VALUE ZERO.
002430     05  TCW-CNT-REC-REPETID PIC 9(09) COMP VALUE ZERO.
002440     05  TCW-CNT-REC-CTA-EXC PIC 9(09) COMP VALUE ZERO.
002450
002460 01  TCW-LINEAS-REPORTE.
002470     05  TCW-LIN-TITULO.
002480         10  FILLER          PIC X(40) VALUE
002490             'INTEGRIDAD ADQAFIL / ADQAXRF / HISTORIA '.
002500         10  FILLER          PIC X(07) VALUE '- MODO '.
002510         10  TCW-LT-MODO     PIC X(14).
002520         10  FILLER          PIC X(07) VALUE ' CORTE '.
002530         10  TCW-LT-CORTE    PIC X(06).
002540         10  FILLER          PIC X(06) VALUE SPACE.
002550     05  TCW-LIN-ADVERTENCIA.
002560         10  FILLER          PIC X(40) VALUE
002570             'ADQAFIL Y ADQAXRF RECREADOS DESDE LA HIS'.
002580         10  FILLER          PIC X(40) VALUE
002590             'TORIA; NO INCLUYEN AFILIACIONES PREVIAS '.
002600     05  TCW-LIN-COLUMNAS.
002610         10  FILLER          PIC X(40) VALUE
002620             'TP CLIENTE    PRD CUENTA               M'.
002630         10  FILLER          PIC X(40) VALUE
002640             'AESTRO              XREF / HISTORIA     '.
002650     05  TCW-LIN-DETALLE.
002660         10  TCW-LD-TIPO     PIC X(02).
002670         10  FILLER          PIC X(01) VALUE SPACE.
002680         10  TCW-LD-COD-UNICO
002690                             PIC 9(10).
002700         10  FILLER          PIC X(01) VALUE SPACE.
002710         10  TCW-LD-PRODUCTO PIC 9(03).
002720         10  FILLER          PIC X(01) VALUE SPACE.
002730         10  TCW-LD-NROCTA   PIC X(20).
002740         10  FILLER          PIC X(01) VALUE SPACE.
002750         10  TCW-LD-MAESTRO  PIC X(20).
002760         10  FILLER          PIC X(01) VALUE SPACE.
002770         10  TCW-LD-OTRO     PIC X(20).
002780     05  TCW-LIN-DET-TOTAL.
002790         10  TCW-DT-NOMBRE   PIC X(30).
002800         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
002810
002820 PROCEDURE DIVISION.
002830*----------------------------------------------------------*
002840*  0000-MAINLINE - ORDENA LA HISTORIA POR CLAVE DEL MAESTRO *
002850*                  Y, SEGUN EL MODO, LA APAREA CONTRA       *
002860*                  ADQAFIL (Y LUEGO AUDITA ADQAXRF) O       *
002870*                  RECONSTRUYE CON ELLA ADQAFIL Y ADQAXRF   *
002880*----------------------------------------------------------*
002890 0000-MAINLINE SECTION.
002900     PERFORM 1000-INICIAL
002910         THRU 1000-INICIAL-EXIT
002920     SORT ARCSRTWRK
002930         ON ASCENDING KEY SRT-COD-UNICO
002940                          SRT-COD-PRODUCTO
002950                          SRT-SECUENCIA
002960         INPUT  PROCEDURE IS 2000-SELECCIONAR-HISTORIA
002970         OUTPUT PROCEDURE IS 3000-PROCESAR-ORDENADO
002980     IF TCW-MODO-AUDITORIA
002990         PERFORM 6000-AUDITAR-XREF
003000             THRU 6000-AUDITAR-XREF-EXIT
003010     END-IF
003020     PERFORM 8000-IMPRIMIR-TOTALES
003030         THRU 8000-IMPRIMIR-TOTALES-EXIT
003040     PERFORM 9000-FINAL
003050         THRU 9000-FINAL-EXIT
003060     GOBACK
003070     .
003080 0000-MAINLINE-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------*
003120*  1000-INICIAL - LEE EL CONTROL DE LA CORRIDA Y ABRE LOS   *
003130*                 ARCHIVOS SEGUN EL MODO. EN RECONSTRUCCION *
003140*                 EL MAESTRO Y LA XREF SE RECREAN VACIOS    *
003150*                 (SOLO SI LA HISTORIA SE PUDO ABRIR)       *
003160*----------------------------------------------------------*
003170 1000-INICIAL SECTION.
003180     OPEN INPUT ARCPARINT
003190     IF TCW-OK-PARINT
003200         READ ARCPARINT
003210             AT END
003220                 MOVE SPACE TO ADQWINC
003230         END-READ
003240         IF INC-RECONSTRUIR
003250             SET  TCW-MODO-RECONSTRUIR TO TRUE
003260         END-IF
003270         IF INC-FECHA-CORTE NUMERIC
003280            AND INC-FECHA-CORTE NOT = ZERO
003290            AND TCW-MODO-RECONSTRUIR
003300             MOVE INC-FECHA-CORTE TO TCW-FECHA-CORTE
003310             SET  TCW-HAY-CORTE   TO TRUE
003320         END-IF
003330         CLOSE ARCPARINT
003340     END-IF
003350     OPEN INPUT ARCHISWVC
003360     IF TCW-OK-HISWVC
003370         SET  TCW-HISWVC-ABIERTO TO TRUE
003380     ELSE
003390         IF TCW-MODO-RECONSTRUIR
003400             DISPLAY 'TCWUINT - SIN HISTORIA ARCHISWVC, NO SE'
003410                 ' RECONSTRUYE - STATUS ' TCW-FS-HISWVC
003420             MOVE 8 TO RETURN-CODE
003430             GOBACK
003440         END-IF
003450     END-IF
003460     OPEN OUTPUT ARCRPTINT
003470     IF NOT TCW-OK-RPTINT
003480         DISPLAY 'TCWUINT - ERROR AL ABRIR ARCRPTINT - STATUS '
003490             TCW-FS-RPTINT
003500         MOVE 8 TO RETURN-CODE
003510         GOBACK
003520     END-IF
003530     IF TCW-MODO-RECONSTRUIR
003540         PERFORM 1200-ABRIR-RECONSTRUCCION
003550             THRU 1200-ABRIR-RECONSTRUCCION-EXIT
003560     ELSE
003570         PERFORM 1100-ABRIR-AUDITORIA
003580             THRU 1100-ABRIR-AUDITORIA-EXIT
003590     END-IF
003600     IF TCW-MODO-RECONSTRUIR
003610         MOVE 'RECONSTRUCCION' TO TCW-LT-MODO
003620     ELSE
003630         MOVE 'AUDITORIA'      TO TCW-LT-MODO
003640     END-IF
003650     IF TCW-HAY-CORTE
003660         MOVE TCW-FECHA-CORTE  TO TCW-LT-CORTE
003670     ELSE
003680         MOVE 'TOTAL'          TO TCW-LT-CORTE
003690     END-IF
003700     WRITE REC-LINEA FROM TCW-LIN-TITULO
003710     MOVE SPACE TO REC-LINEA
003720     WRITE REC-LINEA
003730     IF TCW-MODO-RECONSTRUIR
003740         WRITE REC-LINEA FROM TCW-LIN-ADVERTENCIA
003750     ELSE
003760         WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
003770     END-IF
003780     .
003790 1000-INICIAL-EXIT.
003800     EXIT.
003810
003820 1100-ABRIR-AUDITORIA SECTION.
003830     OPEN INPUT ARCAFILIAC
003840     IF TCW-OK-AFILIAC
003850         SET  TCW-AFILIAC-ABIERTO TO TRUE
003860     ELSE
003870         IF NOT TCW-NOENC-AFILIAC
003880             DISPLAY 'TCWUINT - ERROR AL ABRIR ARCAFILIAC'
003890                 ' - STATUS ' TCW-FS-AFILIAC
003900             MOVE 8 TO RETURN-CODE
003910             GOBACK
003920         END-IF
003930     END-IF
003940     OPEN INPUT ARCAFIXRF
003950     IF TCW-OK-AFIXRF
003960         SET  TCW-AFIXRF-ABIERTO TO TRUE
003970     ELSE
003980         IF NOT TCW-NOENC-AFIXRF
003990             DISPLAY 'TCWUINT - ERROR AL ABRIR ARCAFIXRF'
004000                 ' - STATUS ' TCW-FS-AFIXRF
004010             MOVE 8 TO RETURN-CODE
004020             GOBACK
004030         END-IF
004040     END-IF
004050     OPEN OUTPUT ARCIDIWVC
004060     IF NOT TCW-OK-IDIWVC
004070         DISPLAY 'TCWUINT - ERROR AL ABRIR ARCIDIWVC - STATUS '
004080             TCW-FS-IDIWVC
004090         MOVE 8 TO RETURN-CODE
004100         GOBACK
004110     END-IF
004120     .
004130 1100-ABRIR-AUDITORIA-EXIT.
004140     EXIT.
004150
004160 1200-ABRIR-RECONSTRUCCION SECTION.
004170     OPEN OUTPUT ARCAFILIAC
004180     IF NOT TCW-OK-AFILIAC
004190         DISPLAY 'TCWUINT - ERROR AL CREAR ARCAFILIAC - STATUS '
004200             TCW-FS-AFILIAC
004210         MOVE 8 TO RETURN-CODE
004220         GOBACK
004230     END-IF
004240     SET  TCW-AFILIAC-ABIERTO TO TRUE
004250     OPEN OUTPUT ARCAFIXRF
004260     IF NOT TCW-OK-AFIXRF
004270         DISPLAY 'TCWUINT - ERROR AL CREAR ARCAFIXRF - STATUS '
004280             TCW-FS-AFIXRF
004290         MOVE 8 TO RETURN-CODE
004300         GOBACK
004310     END-IF
004320     SET  TCW-AFIXRF-ABIERTO TO TRUE
004330     .
004340 1200-ABRIR-RECONSTRUCCION-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------*
004380*  2000-SELECCIONAR-HISTORIA - PROCEDIMIENTO DE ENTRADA DEL *
004390*                              SORT: TODA LA HISTORIA, O    *
004400*                              HASTA LA FECHA DE CORTE      *
004410*----------------------------------------------------------*
004420 2000-SELECCIONAR-HISTORIA SECTION.
004430     IF NOT TCW-HISWVC-ABIERTO
004440         DISPLAY 'TCWUINT - SIN HISTORIA ARCHISWVC - STATUS '
004450             TCW-FS-HISWVC
004460         GO TO 2000-SELECCIONAR-HISTORIA-EXIT
004470     END-IF
004480     PERFORM 2100-LEER-HISTORIA
004490         THRU 2100-LEER-HISTORIA-EXIT
004500     PERFORM 2200-UN-MOVIMIENTO
004510         THRU 2200-UN-MOVIMIENTO-EXIT
004520             UNTIL TCW-FIN-DE-ARCHIVO
004530     CLOSE ARCHISWVC
004540     .
004550 2000-SELECCIONAR-HISTORIA-EXIT.
004560     EXIT.
004570
004580 2100-LEER-HISTORIA SECTION.
004590     READ ARCHISWVC
004600         AT END
004610             SET  TCW-FIN-DE-ARCHIVO TO TRUE
004620     END-READ
004630     .
004640 2100-LEER-HISTORIA-EXIT.
004650     EXIT.
004660
004670 2200-UN-MOVIMIENTO SECTION.
004680     ADD 1 TO TCW-CNT-HIS-LEIDOS
004690     IF TCW-HAY-CORTE
004700         IF HIS-FECHA NOT NUMERIC
004710            OR HIS-FECHA > TCW-FECHA-CORTE
004720             ADD 1 TO TCW-CNT-FUERA-CORTE
004730             GO TO 2200-UN-MOVIMIENTO-SIGUIENTE
004740         END-IF
004750     END-IF
004760     MOVE HIS-COD-UNICO      TO SRT-COD-UNICO
004770     MOVE HIS-COD-PRODUCTO   TO SRT-COD-PRODUCTO
004780     MOVE TCW-CNT-HIS-LEIDOS TO SRT-SECUENCIA
004790     MOVE HIS-FECHA          TO SRT-FECHA
004800     MOVE HIS-OPERACION      TO SRT-OPERACION
004810     MOVE HIS-NROCTA         TO SRT-NROCTA
004820     MOVE HIS-CODMON         TO SRT-CODMON
004830     MOVE HIS-RUC            TO SRT-RUC
004840     RELEASE SRT-REGISTRO
004850     .
004860 2200-UN-MOVIMIENTO-SIGUIENTE.
004870     PERFORM 2100-LEER-HISTORIA
004880         THRU 2100-LEER-HISTORIA-EXIT
004890     .
004900 2200-UN-MOVIMIENTO-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------*
004940*  3000-PROCESAR-ORDENADO - PROCEDIMIENTO DE SALIDA DEL     *
004950*                           SORT: ARMA EL ESTADO DE CADA    *
004960*                           CLAVE Y LO APAREA CON EL        *
004970*                           MAESTRO O LO GRABA EN EL        *
004980*                           MAESTRO RECREADO                *
004990*----------------------------------------------------------*
005000 3000-PROCESAR-ORDENADO SECTION.
005010     PERFORM 3010-RETORNAR-ORDENADO
005020         THRU 3010-RETORNAR-ORDENADO-EXIT
005030     PERFORM 3100-ARMAR-GRUPO
005040         THRU 3100-ARMAR-GRUPO-EXIT
005050     IF TCW-MODO-RECONSTRUIR
005060         PERFORM 5000-RECONSTRUIR-CLAVE
005070             THRU 5000-RECONSTRUIR-CLAVE-EXIT
005080                 UNTIL TCW-CLAVE-HIS = HIGH-VALUES
005090         GO TO 3000-PROCESAR-ORDENADO-EXIT
005100     END-IF
005110     IF TCW-AFILIAC-ABIERTO
005120         PERFORM 3300-LEER-AFILIAC
005130             THRU 3300-LEER-AFILIAC-EXIT
005140     ELSE
005150         SET  TCW-FIN-DE-AFILIAC TO TRUE
005160         MOVE HIGH-VALUES TO TCW-CLAVE-AFI
005170     END-IF
005180     PERFORM 4000-APAREAR-CLAVES
005190         THRU 4000-APAREAR-CLAVES-EXIT
005200             UNTIL TCW-CLAVE-AFI = HIGH-VALUES
005210               AND TCW-CLAVE-HIS = HIGH-VALUES
005220     .
005230 3000-PROCESAR-ORDENADO-EXIT.
005240     EXIT.
005250
005260 3010-RETORNAR-ORDENADO SECTION.
005270     RETURN ARCSRTWRK
005280         AT END
005290             SET  TCW-FIN-DE-ORDENADO TO TRUE
005300     END-RETURN
005310     .
005320 3010-RETORNAR-ORDENADO-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------*
005360*  3100-ARMAR-GRUPO - CONSUME LOS MOVIMIENTOS DE LA PROXIMA *
005370*                     CLAVE Y DEJA SU ESTADO RESULTANTE EN  *
005380*                     TCW-GRUPO-HISTORIA                    *
005390*----------------------------------------------------------*
005400 3100-ARMAR-GRUPO SECTION.
005410     IF TCW-FIN-DE-ORDENADO
005420         MOVE HIGH-VALUES TO TCW-CLAVE-HIS
005430         GO TO 3100-ARMAR-GRUPO-EXIT
005440     END-IF
005450     ADD 1 TO TCW-CNT-CLAVES-HIS
005460     MOVE SRT-CLAVE TO TCW-CLAVE-HIS
005470     MOVE SPACE     TO TCW-GR-ESTADO
005480     MOVE SPACE     TO TCW-GR-NROCTA
005490     MOVE ZERO      TO TCW-GR-CODMON
005500     MOVE ZERO      TO TCW-GR-RUC
005510     MOVE SPACE     TO TCW-GR-FECHA-AFIL
005520     MOVE SPACE     TO TCW-GR-FECHA-ANUL
005530     MOVE SPACE     TO TCW-GR-SW-ALTA
005540     MOVE SPACE     TO TCW-GR-SW-EXCEDE
005550     MOVE ZERO      TO TCW-GR-CANT-CTAS
005560     PERFORM 3200-APLICAR-MOVIMIENTO
005570         THRU 3200-APLICAR-MOVIMIENTO-EXIT
005580             UNTIL TCW-FIN-DE-ORDENADO
005590                OR SRT-CLAVE NOT = TCW-CLAVE-HIS
005600     .
005610 3100-ARMAR-GRUPO-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------*
005650*  3200-APLICAR-MOVIMIENTO - MISMO EFECTO QUE TCW0WVC SOBRE *
005660*                            EL MAESTRO: EL ALTA LO DEJA    *
005670*                            VIGENTE CON SU FECHA, LA BAJA  *
005680*                            ANULADO CON FECHA DE ANULACION *
005690*                            Y LA MODIFICACION SOLO CAMBIA  *
005700*                            CUENTA, MONEDA Y RUC. EN       *
005710*                            RECONSTRUCCION GUARDA CADA     *
005720*                            CUENTA DISTINTA DE LA CLAVE    *
005730*----------------------------------------------------------*
005740 3200-APLICAR-MOVIMIENTO SECTION.
005750     MOVE SRT-NROCTA TO TCW-GR-NROCTA
005760     IF TCW-MODO-RECONSTRUIR AND SRT-NROCTA NOT = SPACE
005770         PERFORM 3210-GUARDAR-CUENTA
005780             THRU 3210-GUARDAR-CUENTA-EXIT
005790     END-IF
005800     MOVE SRT-CODMON TO TCW-GR-CODMON
005810     MOVE SRT-RUC    TO TCW-GR-RUC
005820     EVALUATE TRUE
005830         WHEN SRT-OPER-BAJA
005840             SET  TCW-GR-ANULADO  TO TRUE
005850             MOVE SRT-FECHA       TO TCW-GR-FECHA-ANUL
005860         WHEN SRT-OPER-MODIF
005870             SET  TCW-GR-VIGENTE  TO TRUE
005880         WHEN OTHER
005890             SET  TCW-GR-VIGENTE  TO TRUE
005900             SET  TCW-GR-CON-ALTA TO TRUE
005910             MOVE SRT-FECHA       TO TCW-GR-FECHA-AFIL
005920             MOVE SPACE           TO TCW-GR-FECHA-ANUL
005930     END-EVALUATE
005940     PERFORM 3010-RETORNAR-ORDENADO
005950         THRU 3010-RETORNAR-ORDENADO-EXIT
005960     .
005970 3200-APLICAR-MOVIMIENTO-EXIT.
005980     EXIT.
005990
006000*----------------------------------------------------------*
006010*  3210-GUARDAR-CUENTA - AGREGA SRT-NROCTA A LAS CUENTAS DE *
006020*                        LA CLAVE SI NO ESTA; PASADAS LAS   *
006030*                        20 AVISA UNA VEZ POR CLAVE         *
006040*----------------------------------------------------------*
006050 3210-GUARDAR-CUENTA SECTION.
006060     MOVE 'N' TO TCW-SW-CTA-HALLADA
006070     PERFORM 3220-COMPARAR-UNA-CUENTA
006080         THRU 3220-COMPARAR-UNA-CUENTA-EXIT
006090             VARYING TCW-IX-CTA FROM 1 BY 1
006100             UNTIL TCW-IX-CTA > TCW-GR-CANT-CTAS
006110                OR TCW-CTA-HALLADA
006120     IF TCW-CTA-HALLADA
006130         GO TO 3210-GUARDAR-CUENTA-EXIT
006140     END-IF
006150     IF TCW-GR-CANT-CTAS < 20
006160         ADD 1 TO TCW-GR-CANT-CTAS
006170         SET  TCW-IX-CTA TO TCW-GR-CANT-CTAS
006180         MOVE SRT-NROCTA TO TCW-GR-CTA(TCW-IX-CTA)
006190         GO TO 3210-GUARDAR-CUENTA-EXIT
006200     END-IF
006210     IF NOT TCW-GR-CTAS-EXCEDIDAS
006220         SET  TCW-GR-CTAS-EXCEDIDAS TO TRUE
006230         ADD 1 TO TCW-CNT-REC-CTA-EXC
006240         DISPLAY 'TCWUINT - CLAVE CON MAS DE 20 CUENTAS EN LA '
006250             'HISTORIA: CLIENTE ' TCW-CH-COD-UNICO
006260             ' PROD ' TCW-CH-PRODUCTO
006270     END-IF
006280     .
006290 3210-GUARDAR-CUENTA-EXIT.
006300     EXIT.
006310
006320 3220-COMPARAR-UNA-CUENTA SECTION.
006330     IF TCW-GR-CTA(TCW-IX-CTA) = SRT-NROCTA
006340         SET  TCW-CTA-HALLADA TO TRUE
006350     END-IF
006360     .
006370 3220-COMPARAR-UNA-CUENTA-EXIT.
006380     EXIT.
006390
006400 3300-LEER-AFILIAC SECTION.
006410     READ ARCAFILIAC NEXT
006420         AT END
006430             SET  TCW-FIN-DE-AFILIAC TO TRUE
006440             MOVE HIGH-VALUES TO TCW-CLAVE-AFI
006450     END-READ
006460     IF NOT TCW-FIN-DE-AFILIAC
006470         ADD 1 TO TCW-CNT-AFI-LEIDOS
006480         MOVE AFI-CLAVE TO TCW-CLAVE-AFI
006490     END-IF
006500     .
006510 3300-LEER-AFILIAC-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------*
006550*  4000-APAREAR-CLAVES - COMPARA LA CLAVE DEL MAESTRO CON   *
006560*                        LA DE LA HISTORIA Y AVANZA EL LADO *
006570*                        MENOR                              *
006580*----------------------------------------------------------*
006590 4000-APAREAR-CLAVES SECTION.
006600     EVALUATE TRUE
006610         WHEN TCW-CLAVE-AFI < TCW-CLAVE-HIS
006620             PERFORM 4100-SOLO-EN-MAESTRO
006630                 THRU 4100-SOLO-EN-MAESTRO-EXIT
006640             PERFORM 4400-VERIFICAR-CUENTA
006650                 THRU 4400-VERIFICAR-CUENTA-EXIT
006660             PERFORM 3300-LEER-AFILIAC
006670                 THRU 3300-LEER-AFILIAC-EXIT
006680         WHEN TCW-CLAVE-AFI > TCW-CLAVE-HIS
006690             PERFORM 4200-SOLO-EN-HISTORIA
006700                 THRU 4200-SOLO-EN-HISTORIA-EXIT
006710             PERFORM 3100-ARMAR-GRUPO
006720                 THRU 3100-ARMAR-GRUPO-EXIT
006730         WHEN OTHER
006740             PERFORM 4300-COMPARAR-HISTORIA
006750                 THRU 4300-COMPARAR-HISTORIA-EXIT
006760             PERFORM 4400-VERIFICAR-CUENTA
006770                 THRU 4400-VERIFICAR-CUENTA-EXIT
006780             PERFORM 3300-LEER-AFILIAC
006790                 THRU 3300-LEER-AFILIAC-EXIT
006800             PERFORM 3100-ARMAR-GRUPO
006810                 THRU 3100-ARMAR-GRUPO-EXIT
006820     END-EVALUATE
006830     .
006840 4000-APAREAR-CLAVES-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------*
006880*  4100-SOLO-EN-MAESTRO - LA CLAVE NO TIENE MOVIMIENTOS: SI *
006890*                         ESTA VIGENTE FALTA SU ALTA (LAS   *
006900*                         ANULADAS ANTERIORES A LA HISTORIA *
006910*                         SOLO SE CUENTAN)                  *
006920*----------------------------------------------------------*
006930 4100-SOLO-EN-MAESTRO SECTION.
006940     IF NOT AFI-VIGENTE
006950         ADD 1 TO TCW-CNT-ANUL-SIN-HIS
006960         GO TO 4100-SOLO-EN-MAESTRO-EXIT
006970     END-IF
006980     ADD 1 TO TCW-CNT-VIG-SIN-ALTA
006990     PERFORM 7000-ARMAR-BASE-MAESTRO
007000         THRU 7000-ARMAR-BASE-MAESTRO-EXIT
007010     SET  IDI-VIGENTE-SIN-ALTA TO TRUE
007020     MOVE AFI-NROCTA           TO IDI-VALOR-MAESTRO
007030     MOVE 'SIN MOVIMIENTOS'    TO IDI-VALOR-OTRO
007040     MOVE 'VIGENTE SIN ALTA EN HISTORIA' TO IDI-DESCRIP
007050     PERFORM 7100-GRABAR-DISCREPANCIA
007060         THRU 7100-GRABAR-DISCREPANCIA-EXIT
007070     .
007080 4100-SOLO-EN-MAESTRO-EXIT.
007090     EXIT.
007100
007110 4200-SOLO-EN-HISTORIA SECTION.
007120     ADD 1 TO TCW-CNT-FALTA-MAE
007130     MOVE TCW-CH-COD-UNICO     TO IDI-COD-UNICO
007140     MOVE TCW-CH-PRODUCTO      TO IDI-COD-PRODUCTO
007150     MOVE TCW-GR-NROCTA        TO IDI-NROCTA
007160     SET  IDI-FALTA-EN-MAESTRO TO TRUE
007170     MOVE 'SIN REGISTRO'       TO IDI-VALOR-MAESTRO
007180     MOVE TCW-GR-ESTADO        TO IDI-VALOR-OTRO
007190     MOVE 'CLAVE CON HISTORIA SIN MAESTRO' TO IDI-DESCRIP
007200     PERFORM 7100-GRABAR-DISCREPANCIA
007210         THRU 7100-GRABAR-DISCREPANCIA-EXIT
007220     .
007230 4200-SOLO-EN-HISTORIA-EXIT.
007240     EXIT.
007250
007260*----------------------------------------------------------*
007270*  4300-COMPARAR-HISTORIA - LA CLAVE ESTA EN AMBOS LADOS:   *
007280*                           ESTADO, CUENTA Y MONEDA DEBEN   *
007290*                           SER LOS DEL ULTIMO MOVIMIENTO;  *
007300*                           SE INFORMA CADA DIFERENCIA      *
007310*----------------------------------------------------------*
007320 4300-COMPARAR-HISTORIA SECTION.
007330     MOVE TCW-CNT-DISCREPAN TO TCW-CNT-COINCIDEN-ANT
007340     IF AFI-ESTADO NOT = TCW-GR-ESTADO
007350         ADD 1 TO TCW-CNT-HIS-EST-DIF
007360         PERFORM 7000-ARMAR-BASE-MAESTRO
007370             THRU 7000-ARMAR-BASE-MAESTRO-EXIT
007380         SET  IDI-HIS-EST-DISTINTO TO TRUE
007390         MOVE AFI-ESTADO           TO IDI-VALOR-MAESTRO
007400         MOVE TCW-GR-ESTADO        TO IDI-VALOR-OTRO
007410         MOVE 'ESTADO DISTINTO DE HISTORIA' TO IDI-DESCRIP
007420         PERFORM 7100-GRABAR-DISCREPANCIA
007430             THRU 7100-GRABAR-DISCREPANCIA-EXIT
007440     END-IF
007450     IF AFI-NROCTA NOT = TCW-GR-NROCTA
007460         ADD 1 TO TCW-CNT-HIS-CTA-DIF
007470         PERFORM 7000-ARMAR-BASE-MAESTRO
007480             THRU 7000-ARMAR-BASE-MAESTRO-EXIT
007490         SET  IDI-HIS-CTA-DISTINTA TO TRUE
007500         MOVE AFI-NROCTA           TO IDI-VALOR-MAESTRO
007510         MOVE TCW-GR-NROCTA        TO IDI-VALOR-OTRO
007520         MOVE 'CUENTA DISTINTA DE HISTORIA' TO IDI-DESCRIP
007530         PERFORM 7100-GRABAR-DISCREPANCIA
007540             THRU 7100-GRABAR-DISCREPANCIA-EXIT
007550     END-IF
007560     IF AFI-CODMON NOT = TCW-GR-CODMON
007570         ADD 1 TO TCW-CNT-HIS-MON-DIF
007580         PERFORM 7000-ARMAR-BASE-MAESTRO
007590             THRU 7000-ARMAR-BASE-MAESTRO-EXIT
007600         SET  IDI-HIS-MON-DISTINTA TO TRUE
007610         MOVE AFI-CODMON           TO IDI-VALOR-MAESTRO
007620         MOVE TCW-GR-CODMON        TO IDI-VALOR-OTRO
007630         MOVE 'MONEDA DISTINTA DE HISTORIA' TO IDI-DESCRIP
007640         PERFORM 7100-GRABAR-DISCREPANCIA
007650             THRU 7100-GRABAR-DISCREPANCIA-EXIT
007660     END-IF
007670     IF AFI-VIGENTE AND NOT TCW-GR-CON-ALTA
007680         ADD 1 TO TCW-CNT-VIG-SIN-ALTA
007690         PERFORM 7000-ARMAR-BASE-MAESTRO
007700             THRU 7000-ARMAR-BASE-MAESTRO-EXIT
007710         SET  IDI-VIGENTE-SIN-ALTA TO TRUE
007720         MOVE AFI-NROCTA           TO IDI-VALOR-MAESTRO
007730         MOVE 'SIN ALTA'           TO IDI-VALOR-OTRO
007740         MOVE 'VIGENTE SIN ALTA EN HISTORIA' TO IDI-DESCRIP
007750         PERFORM 7100-GRABAR-DISCREPANCIA
007760             THRU 7100-GRABAR-DISCREPANCIA-EXIT
007770     END-IF
007780     IF TCW-CNT-DISCREPAN = TCW-CNT-COINCIDEN-ANT
007790         ADD 1 TO TCW-CNT-COINCIDEN
007800     END-IF
007810     .
007820 4300-COMPARAR-HISTORIA-EXIT.
007830     EXIT.
007840
007850*----------------------------------------------------------*
007860*  4400-VERIFICAR-CUENTA - TODA CUENTA DEL MAESTRO DEBE     *
007870*                          TENER SU ENTRADA EN LA XREF Y    *
007880*                          APUNTAR A ESTA MISMA CLAVE       *
007890*----------------------------------------------------------*
007900 4400-VERIFICAR-CUENTA SECTION.
007910     IF AFI-NROCTA = SPACE
007920         GO TO 4400-VERIFICAR-CUENTA-EXIT
007930     END-IF
007940     IF NOT TCW-AFIXRF-ABIERTO
007950         GO TO 4400-VERIFICAR-CUENTA-SIN
007960     END-IF
007970     MOVE AFI-NROCTA TO XRF-NROCTA
007980     READ ARCAFIXRF
007990         KEY IS XRF-NROCTA
008000         INVALID KEY
008010             GO TO 4400-VERIFICAR-CUENTA-SIN
008020     END-READ
008030     MOVE XRF-COD-UNICO    TO TCW-CX-COD-UNICO
008040     MOVE XRF-COD-PRODUCTO TO TCW-CX-PRODUCTO
008050     IF TCW-CLAVE-XRF NOT = AFI-CLAVE
008060         ADD 1 TO TCW-CNT-CTA-OTRA-CL
008070         PERFORM 7000-ARMAR-BASE-MAESTRO
008080             THRU 7000-ARMAR-BASE-MAESTRO-EXIT
008090         SET  IDI-CUENTA-OTRA-CLAVE TO TRUE
008100         MOVE AFI-CLAVE            TO IDI-VALOR-MAESTRO
008110         MOVE TCW-CLAVE-XRF        TO IDI-VALOR-OTRO
008120         MOVE 'CUENTA CON XREF A OTRA CLAVE' TO IDI-DESCRIP
008130         PERFORM 7100-GRABAR-DISCREPANCIA
008140             THRU 7100-GRABAR-DISCREPANCIA-EXIT
008150     END-IF
008160     GO TO 4400-VERIFICAR-CUENTA-EXIT
008170     .
008180 4400-VERIFICAR-CUENTA-SIN.
008190     ADD 1 TO TCW-CNT-CTA-SIN-XRF
008200     PERFORM 7000-ARMAR-BASE-MAESTRO
008210         THRU 7000-ARMAR-BASE-MAESTRO-EXIT
008220     SET  IDI-CUENTA-SIN-XREF TO TRUE
008230     MOVE AFI-ESTADO          TO IDI-VALOR-MAESTRO
008240     MOVE 'SIN ENTRADA'       TO IDI-VALOR-OTRO
008250     MOVE 'CUENTA DEL MAESTRO SIN XREF' TO IDI-DESCRIP
008260     PERFORM 7100-GRABAR-DISCREPANCIA
008270         THRU 7100-GRABAR-DISCREPANCIA-EXIT
008280     .
008290 4400-VERIFICAR-CUENTA-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------*
008330*  5000-RECONSTRUIR-CLAVE - GRABA EL REGISTRO DEL MAESTRO   *
008340*                           CON EL ESTADO RESULTANTE DE LA  *
008350*                           HISTORIA Y SU ENTRADA DE XREF   *
008360*                           (COMO TCWFXRF), MAS UNA ENTRADA *
008370*                           ANULADA POR CADA CUENTA         *
008380*                           ANTERIOR DE LA CLAVE            *
008390*----------------------------------------------------------*
008400 5000-RECONSTRUIR-CLAVE SECTION.
008410     MOVE TCW-CH-COD-UNICO   TO AFI-COD-UNICO
008420     MOVE TCW-CH-PRODUCTO    TO AFI-COD-PRODUCTO
008430     MOVE TCW-GR-ESTADO      TO AFI-ESTADO
008440     MOVE TCW-GR-NROCTA      TO AFI-NROCTA
008450     MOVE TCW-GR-CODMON      TO AFI-CODMON
008460     MOVE TCW-GR-FECHA-AFIL  TO AFI-FECHA-AFIL
008470     MOVE TCW-GR-FECHA-ANUL  TO AFI-FECHA-ANUL
008480     MOVE SPACE              TO AFI-FILLER
008490     MOVE TCW-GR-RUC         TO AFI-RUC
008500     WRITE ADQAFIL
008510         INVALID KEY
008520             DISPLAY 'TCWUINT - NO SE GRABO LA AFILIACION '
008530                 AFI-CLAVE ' - STATUS ' TCW-FS-AFILIAC
008540             SET  TCW-ERROR-GRABACION TO TRUE
008550             GO TO 5000-RECONSTRUIR-SIGUIENTE
008560     END-WRITE
008570     IF AFI-VIGENTE
008580         ADD 1 TO TCW-CNT-REC-VIGENTE
008590     ELSE
008600         ADD 1 TO TCW-CNT-REC-ANULADA
008610     END-IF
008620     IF NOT TCW-GR-CON-ALTA
008630         ADD 1 TO TCW-CNT-REC-SIN-ALTA
008640     END-IF
008650     IF AFI-NROCTA = SPACE
008660         GO TO 5000-RECONSTRUIR-ANTERIORES
008670     END-IF
008680     MOVE AFI-NROCTA       TO XRF-NROCTA
008690     MOVE AFI-COD-UNICO    TO XRF-COD-UNICO
008700     MOVE AFI-COD-PRODUCTO TO XRF-COD-PRODUCTO
008710     MOVE AFI-ESTADO       TO XRF-ESTADO
008720     MOVE SPACE            TO XRF-FILLER
008730     WRITE ADQAXRF
008740         INVALID KEY
008750             PERFORM 5100-CUENTA-YA-EN-XREF
008760                 THRU 5100-CUENTA-YA-EN-XREF-EXIT
008770             GO TO 5000-RECONSTRUIR-ANTERIORES
008780     END-WRITE
008790     IF TCW-OK-AFIXRF
008800         ADD 1 TO TCW-CNT-REC-XREF
008810     ELSE
008820         SET  TCW-ERROR-GRABACION TO TRUE
008830     END-IF
008840     .
008850 5000-RECONSTRUIR-ANTERIORES.
008860     PERFORM 5200-GRABAR-XREF-ANTERIOR
008870         THRU 5200-GRABAR-XREF-ANTERIOR-EXIT
008880             VARYING TCW-IX-CTA FROM 1 BY 1
008890             UNTIL TCW-IX-CTA > TCW-GR-CANT-CTAS
008900     .
008910 5000-RECONSTRUIR-SIGUIENTE.
008920     PERFORM 3100-ARMAR-GRUPO
008930         THRU 3100-ARMAR-GRUPO-EXIT
008940     .
008950 5000-RECONSTRUIR-CLAVE-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------*
008990*  5100-CUENTA-YA-EN-XREF - LA CUENTA ACTUAL YA FUE GRABADA *
009000*                           POR OTRA CLAVE: SI ALLI QUEDO   *
009010*                           ANULADA Y AQUI ESTA VIGENTE, LA *
009020*                           VIGENTE LA REEMPLAZA; SI NO SE  *
009030*                           INFORMA COMO REPETIDA PARA      *
009040*                           REVISION DE BACK OFFICE         *
009050*----------------------------------------------------------*
009060 5100-CUENTA-YA-EN-XREF SECTION.
009070     READ ARCAFIXRF
009080         KEY IS XRF-NROCTA
009090         INVALID KEY
009100             SET  TCW-ERROR-GRABACION TO TRUE
009110             GO TO 5100-CUENTA-YA-EN-XREF-EXIT
009120     END-READ
009130     IF XRF-ANULADO AND AFI-VIGENTE
009140         MOVE AFI-COD-UNICO    TO XRF-COD-UNICO
009150         MOVE AFI-COD-PRODUCTO TO XRF-COD-PRODUCTO
009160         MOVE AFI-ESTADO       TO XRF-ESTADO
009170         MOVE SPACE            TO XRF-FILLER
009180         REWRITE ADQAXRF
009190             INVALID KEY
009200                 SET  TCW-ERROR-GRABACION TO TRUE
009210                 GO TO 5100-CUENTA-YA-EN-XREF-EXIT
009220         END-REWRITE
009230         ADD 1 TO TCW-CNT-REC-XREF
009240         GO TO 5100-CUENTA-YA-EN-XREF-EXIT
009250     END-IF
009260     ADD 1 TO TCW-CNT-REC-REPETID
009270     DISPLAY 'TCWUINT - CUENTA REPETIDA EN LA HISTORIA: '
009280         AFI-NROCTA ' CLIENTE ' AFI-COD-UNICO
009290         ' PROD ' AFI-COD-PRODUCTO
009300     .
009310 5100-CUENTA-YA-EN-XREF-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------*
009350*  5200-GRABAR-XREF-ANTERIOR - UNA CUENTA ANTERIOR DE LA    *
009360*                              CLAVE QUEDA ANULADA EN LA    *
009370*                              XREF, SALVO QUE YA LA TENGA  *
009380*                              OTRA CLAVE                   *
009390*----------------------------------------------------------*
009400 5200-GRABAR-XREF-ANTERIOR SECTION.
009410     IF TCW-GR-CTA(TCW-IX-CTA) = AFI-NROCTA
009420         GO TO 5200-GRABAR-XREF-ANTERIOR-EXIT
009430     END-IF
009440     MOVE TCW-GR-CTA(TCW-IX-CTA) TO XRF-NROCTA
009450     MOVE AFI-COD-UNICO    TO XRF-COD-UNICO
009460     MOVE AFI-COD-PRODUCTO TO XRF-COD-PRODUCTO
009470     SET  XRF-ANULADO      TO TRUE
009480     MOVE SPACE            TO XRF-FILLER
009490     WRITE ADQAXRF
009500         INVALID KEY
009510             ADD 1 TO TCW-CNT-REC-ANT-OCUP
009520             GO TO 5200-GRABAR-XREF-ANTERIOR-EXIT
009530     END-WRITE
009540     IF TCW-OK-AFIXRF
009550         ADD 1 TO TCW-CNT-REC-XREF-ANT
009560     ELSE
009570         SET  TCW-ERROR-GRABACION TO TRUE
009580     END-IF
009590     .
009600 5200-GRABAR-XREF-ANTERIOR-EXIT.
009610     EXIT.
009620
009630*----------------------------------------------------------*
009640*  6000-AUDITAR-XREF - RECORRE LA XREF Y VERIFICA QUE CADA  *
009650*                      ENTRADA APUNTE A UNA CLAVE EXISTENTE *
009660*                      DEL MAESTRO CON LA MISMA CUENTA Y EL *
009670*                      MISMO ESTADO. LA ENTRADA ANULADA CON *
009680*                      OTRA CUENTA ES UNA CUENTA ANTERIOR   *
009690*                      DE LA CLAVE Y SOLO SE CUENTA         *
009700*----------------------------------------------------------*
009710 6000-AUDITAR-XREF SECTION.
009720     IF NOT TCW-AFIXRF-ABIERTO
009730         GO TO 6000-AUDITAR-XREF-EXIT
009740     END-IF
009750     MOVE LOW-VALUES TO XRF-NROCTA
009760     START ARCAFIXRF
009770         KEY IS NOT LESS THAN XRF-NROCTA
009780         INVALID KEY
009790             GO TO 6000-AUDITAR-XREF-EXIT
009800     END-START
009810     MOVE SPACE TO TCW-SW-FINARCHIVO
009820     PERFORM 6100-LEER-XREF
009830         THRU 6100-LEER-XREF-EXIT
009840     PERFORM 6200-UNA-XREF
009850         THRU 6200-UNA-XREF-EXIT
009860             UNTIL TCW-FIN-DE-ARCHIVO
009870     .
009880 6000-AUDITAR-XREF-EXIT.
009890     EXIT.
009900
009910 6100-LEER-XREF SECTION.
009920     READ ARCAFIXRF NEXT RECORD
009930         AT END
009940             SET  TCW-FIN-DE-ARCHIVO TO TRUE
009950     END-READ
009960     .
009970 6100-LEER-XREF-EXIT.
009980     EXIT.
009990
010000 6200-UNA-XREF SECTION.
010010     ADD 1 TO TCW-CNT-XRF-LEIDOS
010020     MOVE XRF-COD-UNICO    TO IDI-COD-UNICO
010030     MOVE XRF-COD-PRODUCTO TO IDI-COD-PRODUCTO
010040     MOVE XRF-NROCTA       TO IDI-NROCTA
010050     IF NOT TCW-AFILIAC-ABIERTO
010060         GO TO 6200-UNA-XREF-SIN-MAESTRO
010070     END-IF
010080     MOVE XRF-COD-UNICO    TO AFI-COD-UNICO
010090     MOVE XRF-COD-PRODUCTO TO AFI-COD-PRODUCTO
010100     READ ARCAFILIAC
010110         KEY IS AFI-CLAVE
010120         INVALID KEY
010130             GO TO 6200-UNA-XREF-SIN-MAESTRO
010140     END-READ
010150     IF AFI-NROCTA NOT = XRF-NROCTA AND XRF-ANULADO
010160         ADD 1 TO TCW-CNT-XRF-ANTERIOR
010170         GO TO 6200-UNA-XREF-SIGUIENTE
010180     END-IF
010190     IF AFI-NROCTA NOT = XRF-NROCTA
010200         ADD 1 TO TCW-CNT-XRF-CTA-DIF
010210         SET  IDI-XREF-CTA-DISTINTA TO TRUE
010220         MOVE AFI-NROCTA           TO IDI-VALOR-MAESTRO
010230         MOVE XRF-NROCTA           TO IDI-VALOR-OTRO
010240         MOVE 'XREF VIGENTE CON OTRA CUENTA' TO IDI-DESCRIP
010250         PERFORM 7100-GRABAR-DISCREPANCIA
010260             THRU 7100-GRABAR-DISCREPANCIA-EXIT
010270         GO TO 6200-UNA-XREF-SIGUIENTE
010280     END-IF
010290     IF AFI-ESTADO NOT = XRF-ESTADO
010300         ADD 1 TO TCW-CNT-XRF-EST-DIF
010310         SET  IDI-XREF-EST-DISTINTO TO TRUE
010320         MOVE AFI-ESTADO           TO IDI-VALOR-MAESTRO
010330         MOVE XRF-ESTADO           TO IDI-VALOR-OTRO
010340         MOVE 'XREF CON ESTADO DISTINTO' TO IDI-DESCRIP
010350         PERFORM 7100-GRABAR-DISCREPANCIA
010360             THRU 7100-GRABAR-DISCREPANCIA-EXIT
010370     END-IF
010380     GO TO 6200-UNA-XREF-SIGUIENTE
010390     .
010400 6200-UNA-XREF-SIN-MAESTRO.
010410     ADD 1 TO TCW-CNT-XRF-SIN-MAE
010420     SET  IDI-XREF-SIN-MAESTRO TO TRUE
010430     MOVE 'SIN REGISTRO'       TO IDI-VALOR-MAESTRO
010440     MOVE XRF-ESTADO           TO IDI-VALOR-OTRO
010450     MOVE 'XREF A CLAVE SIN MAESTRO' TO IDI-DESCRIP
010460     PERFORM 7100-GRABAR-DISCREPANCIA
010470         THRU 7100-GRABAR-DISCREPANCIA-EXIT
010480     .
010490 6200-UNA-XREF-SIGUIENTE.
010500     PERFORM 6100-LEER-XREF
010510         THRU 6100-LEER-XREF-EXIT
010520     .
010530 6200-UNA-XREF-EXIT.
010540     EXIT.
010550
010560 7000-ARMAR-BASE-MAESTRO SECTION.
010570     MOVE AFI-COD-UNICO    TO IDI-COD-UNICO
010580     MOVE AFI-COD-PRODUCTO TO IDI-COD-PRODUCTO
010590     MOVE AFI-NROCTA       TO IDI-NROCTA
010600     .
010610 7000-ARMAR-BASE-MAESTRO-EXIT.
010620     EXIT.
010630
010640 7100-GRABAR-DISCREPANCIA SECTION.
010650     ADD 1 TO TCW-CNT-DISCREPAN
010660     WRITE ADQWIDI
010670     MOVE IDI-TIPO          TO TCW-LD-TIPO
010680     MOVE IDI-COD-UNICO     TO TCW-LD-COD-UNICO
010690     MOVE IDI-COD-PRODUCTO  TO TCW-LD-PRODUCTO
010700     MOVE IDI-NROCTA        TO TCW-LD-NROCTA
010710     MOVE IDI-VALOR-MAESTRO TO TCW-LD-MAESTRO
010720     MOVE IDI-VALOR-OTRO    TO TCW-LD-OTRO
010730     WRITE REC-LINEA FROM TCW-LIN-DETALLE
010740     .
010750 7100-GRABAR-DISCREPANCIA-EXIT.
010760     EXIT.
010770
010780*----------------------------------------------------------*
010790*  8000-IMPRIMIR-TOTALES - RESUMEN SEGUN EL MODO            *
010800*----------------------------------------------------------*
010810 8000-IMPRIMIR-TOTALES SECTION.
010820     MOVE SPACE TO REC-LINEA
010830     WRITE REC-LINEA
010840     MOVE 'MOVIMIENTOS LEIDOS            ' TO TCW-DT-NOMBRE
010850     MOVE TCW-CNT-HIS-LEIDOS               TO TCW-DT-CANT
010860     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010870     MOVE '  POSTERIORES AL CORTE        ' TO TCW-DT-NOMBRE
010880     MOVE TCW-CNT-FUERA-CORTE              TO TCW-DT-CANT
010890     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010900     MOVE 'CLAVES CON HISTORIA           ' TO TCW-DT-NOMBRE
010910     MOVE TCW-CNT-CLAVES-HIS               TO TCW-DT-CANT
010920     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
010930     IF TCW-MODO-RECONSTRUIR
010940         PERFORM 8100-TOTALES-RECONSTRUCCION
010950             THRU 8100-TOTALES-RECONSTRUCCION-EXIT
010960     ELSE
010970         PERFORM 8200-TOTALES-AUDITORIA
010980             THRU 8200-TOTALES-AUDITORIA-EXIT
010990     END-IF
011000     .
011010 8000-IMPRIMIR-TOTALES-EXIT.
011020     EXIT.
011030
011040 8100-TOTALES-RECONSTRUCCION SECTION.
011050     MOVE 'AFILIACIONES VIGENTES GRABADAS' TO TCW-DT-NOMBRE
011060     MOVE TCW-CNT-REC-VIGENTE              TO TCW-DT-CANT
011070     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011080     MOVE 'AFILIACIONES ANULADAS GRABADAS' TO TCW-DT-NOMBRE
011090     MOVE TCW-CNT-REC-ANULADA              TO TCW-DT-CANT
011100     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011110     MOVE '  SIN ALTA EN LA HISTORIA     ' TO TCW-DT-NOMBRE
011120     MOVE TCW-CNT-REC-SIN-ALTA             TO TCW-DT-CANT
011130     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011140     MOVE 'ENTRADAS XREF GRABADAS        ' TO TCW-DT-NOMBRE
011150     MOVE TCW-CNT-REC-XREF                 TO TCW-DT-CANT
011160     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011170     MOVE '  DE CUENTAS ANTERIORES (A)   ' TO TCW-DT-NOMBRE
011180     MOVE TCW-CNT-REC-XREF-ANT             TO TCW-DT-CANT
011190     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011200     MOVE '  ANTERIORES YA EN OTRA CLAVE ' TO TCW-DT-NOMBRE
011210     MOVE TCW-CNT-REC-ANT-OCUP             TO TCW-DT-CANT
011220     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011230     MOVE 'CUENTAS REPETIDAS             ' TO TCW-DT-NOMBRE
011240     MOVE TCW-CNT-REC-REPETID              TO TCW-DT-CANT
011250     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011260     MOVE 'CLAVES CON MAS DE 20 CUENTAS  ' TO TCW-DT-NOMBRE
011270     MOVE TCW-CNT-REC-CTA-EXC              TO TCW-DT-CANT
011280     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011290     .
011300 8100-TOTALES-RECONSTRUCCION-EXIT.
011310     EXIT.
011320
011330 8200-TOTALES-AUDITORIA SECTION.
011340     MOVE 'AFILIACIONES LEIDAS           ' TO TCW-DT-NOMBRE
011350     MOVE TCW-CNT-AFI-LEIDOS               TO TCW-DT-CANT
011360     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011370     MOVE '  COINCIDEN CON LA HISTORIA   ' TO TCW-DT-NOMBRE
011380     MOVE TCW-CNT-COINCIDEN                TO TCW-DT-CANT
011390     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011400     MOVE '  ANULADAS SIN HISTORIA       ' TO TCW-DT-NOMBRE
011410     MOVE TCW-CNT-ANUL-SIN-HIS             TO TCW-DT-CANT
011420     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011430     MOVE 'ENTRADAS XREF LEIDAS          ' TO TCW-DT-NOMBRE
011440     MOVE TCW-CNT-XRF-LEIDOS               TO TCW-DT-CANT
011450     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011460     MOVE '  DE CUENTAS ANTERIORES (A)   ' TO TCW-DT-NOMBRE
011470     MOVE TCW-CNT-XRF-ANTERIOR             TO TCW-DT-CANT
011480     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011490     MOVE '11 XREF A CLAVE SIN MAESTRO   ' TO TCW-DT-NOMBRE
011500     MOVE TCW-CNT-XRF-SIN-MAE              TO TCW-DT-CANT
011510     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011520     MOVE '12 XREF VIGENTE CON OTRA CTA. ' TO TCW-DT-NOMBRE
011530     MOVE TCW-CNT-XRF-CTA-DIF              TO TCW-DT-CANT
011540     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011550     MOVE '13 XREF CON ESTADO DISTINTO   ' TO TCW-DT-NOMBRE
011560     MOVE TCW-CNT-XRF-EST-DIF              TO TCW-DT-CANT
011570     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011580     MOVE '21 CUENTA DEL MAESTRO SIN XREF' TO TCW-DT-NOMBRE
011590     MOVE TCW-CNT-CTA-SIN-XRF              TO TCW-DT-CANT
011600     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011610     MOVE '22 CUENTA CON XREF A OTRA CLAV' TO TCW-DT-NOMBRE
011620     MOVE TCW-CNT-CTA-OTRA-CL              TO TCW-DT-CANT
011630     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011640     MOVE '31 CON HISTORIA SIN MAESTRO   ' TO TCW-DT-NOMBRE
011650     MOVE TCW-CNT-FALTA-MAE                TO TCW-DT-CANT
011660     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011670     MOVE '32 ESTADO DISTINTO DE HISTORIA' TO TCW-DT-NOMBRE
011680     MOVE TCW-CNT-HIS-EST-DIF              TO TCW-DT-CANT
011690     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011700     MOVE '33 CUENTA DISTINTA DE HISTORIA' TO TCW-DT-NOMBRE
011710     MOVE TCW-CNT-HIS-CTA-DIF              TO TCW-DT-CANT
011720     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011730     MOVE '34 MONEDA DISTINTA DE HISTORIA' TO TCW-DT-NOMBRE
011740     MOVE TCW-CNT-HIS-MON-DIF              TO TCW-DT-CANT
011750     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011760     MOVE '41 VIGENTE SIN ALTA EN HISTOR.' TO TCW-DT-NOMBRE
011770     MOVE TCW-CNT-VIG-SIN-ALTA             TO TCW-DT-CANT
011780     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011790     MOVE 'TOTAL DISCREPANCIAS           ' TO TCW-DT-NOMBRE
011800     MOVE TCW-CNT-DISCREPAN                TO TCW-DT-CANT
011810     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
011820     .
011830 8200-TOTALES-AUDITORIA-EXIT.
011840     EXIT.
011850
011860*----------------------------------------------------------*
011870*  9000-FINAL - CIERRA ARCHIVOS Y FIJA EL RETURN-CODE       *
011880*----------------------------------------------------------*
011890 9000-FINAL SECTION.
011900     IF TCW-AFILIAC-ABIERTO
011910         CLOSE ARCAFILIAC
011920     END-IF
011930     IF TCW-AFIXRF-ABIERTO
011940         CLOSE ARCAFIXRF
011950     END-IF
011960     IF TCW-MODO-AUDITORIA
011970         CLOSE ARCIDIWVC
011980     END-IF
011990     CLOSE ARCRPTINT
012000     DISPLAY 'TCWUINT - INTEGRIDAD ADQAFIL / ADQAXRF / HISTORIA'
012010     DISPLAY 'MOVIMIENTOS LEIDOS   : ' TCW-CNT-HIS-LEIDOS
012020     DISPLAY 'CLAVES CON HISTORIA  : ' TCW-CNT-CLAVES-HIS
012030     IF TCW-MODO-RECONSTRUIR
012040         DISPLAY 'AFILIACIONES GRABADAS: '
012050             TCW-CNT-REC-VIGENTE ' VIG ' TCW-CNT-REC-ANULADA
012060             ' ANUL'
012070         DISPLAY 'XREF GRABADAS        : ' TCW-CNT-REC-XREF
012080             ' ACT ' TCW-CNT-REC-XREF-ANT ' ANT'
012090     ELSE
012100         DISPLAY 'DISCREPANCIAS        : ' TCW-CNT-DISCREPAN
012110     END-IF
012120     EVALUATE TRUE
012130         WHEN TCW-ERROR-GRABACION
012140              OR TCW-CNT-REC-CTA-EXC > ZERO
012150             MOVE 8 TO RETURN-CODE
012160         WHEN TCW-CNT-DISCREPAN > ZERO
012170             MOVE 4 TO RETURN-CODE
012180         WHEN OTHER
012190             MOVE ZERO TO RETURN-CODE
012200     END-EVALUATE
012210     .
012220 9000-FINAL-EXIT.
012230     EXIT.
