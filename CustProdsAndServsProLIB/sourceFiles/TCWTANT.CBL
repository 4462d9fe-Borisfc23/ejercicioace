000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWTANT.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   RAZON 'E' CLIENTE NO ELEGIBLE EN EL       *
000110*                 RESUMEN POR RAZON.                        *
000120*  15/10/26 RHM   CREACION. REPORTE DIARIO DE ANTIGUEDAD DE *
000130*                 LOS CASOS DE RECHAZOS PERMANENTES QUE     *
000140*                 SIGUEN PENDIENTES (ABIERTOS O CORREGIDOS  *
000150*                 SIN RESUBMITIR) EN ARCCASWVC: DETALLE DE  *
000160*                 LOS DE MAS DE 30 DIAS Y RESUMEN POR       *
000170*                 TRAMO DE ANTIGUEDAD, POR RAZON DEL CASO Y *
000180*                 POR EMPLEADOR (RUC CORREGIDO SI LO HAY).  *
000190*----------------------------------------------------------*
000200*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000210*  OBJETIVO : ANTIGUEDAD DE CASOS DE RECHAZOS PENDIENTES    *
000220*  ENTRADA  : ARCCASWVC  - CASOS DE RECHAZOS (ADQWCAS)      *
000230*             ARCEMPLEAD - MAESTRO DE EMPLEADORES (ADQEMPM) *
000240*  SALIDA   : ARCRPTANT  - REPORTE DE ANTIGUEDAD            *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ARCCASWVC  ASSIGN TO CASWVC
000320         ORGANIZATION  IS INDEXED
000330         ACCESS MODE   IS DYNAMIC
000340         RECORD KEY    IS CAS-CLAVE
000350         FILE STATUS   IS TCW-FS-CASWVC.
000360
000370     SELECT ARCEMPLEAD ASSIGN TO EMPLEAD
000380         ORGANIZATION  IS INDEXED
000390         ACCESS MODE   IS RANDOM
000400         RECORD KEY    IS EMP-RUC
000410         FILE STATUS   IS TCW-FS-EMPLEAD.
000420
000430     SELECT ARCRPTANT  ASSIGN TO RPTANT
000440         ORGANIZATION  IS LINE SEQUENTIAL
000450         FILE STATUS   IS TCW-FS-RPTANT.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ARCCASWVC
000500     RECORDING MODE IS F.
000510     COPY ADQWCAS.
000520
000530 FD  ARCEMPLEAD
000540     RECORDING MODE IS F.
000550     COPY ADQEMPM.
000560
000570 FD  ARCRPTANT
000580     RECORDING MODE IS F.
000590 01  REC-LINEA               PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620 01  TCW-INDICADORES-ARCHIVO.
000630     05  TCW-FS-CASWVC        PIC X(02).
000640         88  TCW-OK-CASWVC           VALUE '00'.
000650         88  TCW-NOENC-CASWVC        VALUE '35'.
000660     05  TCW-FS-EMPLEAD       PIC X(02).
000670         88  TCW-OK-EMPLEAD          VALUE '00'.
000680     05  TCW-FS-RPTANT        PIC X(02).
000690         88  TCW-OK-RPTANT           VALUE '00'.
000700
000710 01  TCW-SWITCHES.
000720     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000730         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000740     05  TCW-SW-EMPLEAD-ABTO PIC X(01) VALUE SPACE.
000750         88  TCW-EMPLEAD-ABIERTO    VALUE 'S'.
000760     05  TCW-SW-CASWVC-ABTO  PIC X(01) VALUE SPACE.
000770         88  TCW-CASWVC-ABIERTO     VALUE 'S'.
000780     05  TCW-WK-ENCONTRADO   PIC X(01).
000790         88  TCW-WK-HALLADO         VALUE 'S'.
000800     05  TCW-WK-EMP-LLENA    PIC X(01) VALUE SPACE.
000810         88  TCW-EMP-TABLA-LLENA    VALUE 'S'.
000820
000830*----------------------------------------------------------*
000840*  CALCULO DE FECHAS EN DIAS CORRIDOS (SERIAL DESDE EL      *
000850*  01/01/2000, VENTANA AAMMDD 00-99), IGUAL QUE EN TCWQCIC  *
000860*----------------------------------------------------------*
000870 01  TCW-FECHAS-TRABAJO.
000880     05  TCW-FECHA-HOY       PIC 9(06).
000890     05  TCW-FECHA-EVAL      PIC 9(06).
000900     05  TCW-FECHA-EVAL-R    REDEFINES TCW-FECHA-EVAL.
000910         10  TCW-EVAL-AA     PIC 9(02).
000920         10  TCW-EVAL-MM     PIC 9(02).
000930         10  TCW-EVAL-DD     PIC 9(02).
000940     05  TCW-SERIAL-EVAL     PIC S9(07) COMP.
000950     05  TCW-SERIAL-HOY      PIC S9(07) COMP.
000960     05  TCW-WK-BISIESTOS    PIC S9(05) COMP.
000970     05  TCW-WK-COCIENTE     PIC S9(05) COMP.
000980     05  TCW-WK-RESTO        PIC S9(05) COMP.
000990
001000 01  TCW-TABLA-DIAS-MES.
001010     05  TCW-DIAS-ACUM-TXT   PIC X(36) VALUE
001020         '000031059090120151181212243273304334'.
001030     05  TCW-DIAS-ACUM-R     REDEFINES TCW-DIAS-ACUM-TXT.
001040         10  TCW-DIAS-ACUM   PIC 9(03) OCCURS 12 TIMES.
001050
001060*----------------------------------------------------------*
001070*  TRAMOS DE ANTIGUEDAD (DIAS DESDE EL RECHAZO): HASTA 2,   *
001080*  HASTA 7, HASTA 15, HASTA 30 Y MAS DE 30                  *
001090*----------------------------------------------------------*
001100 01  TCW-TABLA-TRAMOS.
001110     05  TCW-TRAMOS-TXT      PIC X(12) VALUE
001120         '002007015030'.
001130     05  TCW-TRAMOS-R        REDEFINES TCW-TRAMOS-TXT.
001140         10  TCW-TRAMO-HASTA PIC 9(03) OCCURS 4 TIMES.
001150
001160*----------------------------------------------------------*
001170*  RAZONES DEL CASO (CAS-RAZON) CON SU DESCRIPCION          *
001180*----------------------------------------------------------*
001190 01  TCW-TABLA-RAZONES.
001200     05  TCW-RAZONES-TXT.
001210         10  FILLER          PIC X(25) VALUE
001220             'RRUC NO REGISTRADO       '.
001230         10  FILLER          PIC X(25) VALUE
001240             'MMONEDA NO PERMITIDA     '.
001250         10  FILLER          PIC X(25) VALUE
001260             'ASIN AFILIACION VIGENTE  '.
001270         10  FILLER          PIC X(25) VALUE
001280             'CCONVENIO DE PLANILLA    '.
001290         10  FILLER          PIC X(25) VALUE
001300             'ECLIENTE NO ELEGIBLE     '.
001310         10  FILLER          PIC X(25) VALUE
001320             'VERROR NEGOCIO VULCANO   '.
001330     05  TCW-RAZONES-R       REDEFINES TCW-RAZONES-TXT.
001340         10  TCW-OCU-RAZ     OCCURS 6 TIMES
001350                             INDEXED BY TCW-IX-RAZ.
001360             15  TCW-RAZ-CODIGO  PIC X(01).
001370             15  TCW-RAZ-NOMBRE  PIC X(24).
001380
001390 01  TCW-ACUM-RAZONES.
001400     05  TCW-ACR-OCU         OCCURS 6 TIMES.
001410         10  TCW-ACR-TRAMO   PIC 9(07) COMP OCCURS 5 TIMES.
001420         10  TCW-ACR-TOTAL   PIC 9(07) COMP.
001430
001440*----------------------------------------------------------*
001450*  EMPLEADORES CON CASOS PENDIENTES (HASTA 500)             *
001460*----------------------------------------------------------*
001470 01  TCW-TABLA-EMPLEAD.
001480     05  TCW-CANT-EMP        PIC 9(04) COMP VALUE ZERO.
001490     05  TCW-OCU-EMP         OCCURS 500 TIMES
001500                             INDEXED BY TCW-IX-EMP.
001510         10  TCW-EMP-RUC     PIC 9(11).
001520         10  TCW-EMP-TRAMO   PIC 9(07) COMP OCCURS 5 TIMES.
001530         10  TCW-EMP-TOTAL   PIC 9(07) COMP.
001540
001550 01  TCW-TOTALES.
001560     05  TCW-TOT-TRAMO       PIC 9(07) COMP OCCURS 5 TIMES.
001570     05  TCW-TOT-TOTAL       PIC 9(07) COMP VALUE ZERO.
001580
001590 01  TCW-WK-SUBS.
001600     05  TCW-WK-DIAS         PIC S9(07) COMP.
001610     05  TCW-WK-TRAMO        PIC 9(04) COMP.
001620     05  TCW-WK-RAZON        PIC 9(04) COMP.
001630     05  TCW-WK-RUC          PIC 9(11).
001640
001650 01  TCW-CONTADORES.
001660     05  TCW-CNT-CASOS-LEIDOS PIC 9(07) COMP VALUE ZERO.
001670     05  TCW-CNT-ABIERTOS    PIC 9(07) COMP VALUE ZERO.
001680     05  TCW-CNT-CORREGIDOS  PIC 9(07) COMP VALUE ZERO.
001690     05  TCW-CNT-SIN-ANALIS  PIC 9(07) COMP VALUE ZERO.
001700     05  TCW-CNT-CERRADOS    PIC 9(07) COMP VALUE ZERO.
001710     05  TCW-CNT-MAS-30      PIC 9(07) COMP VALUE ZERO.
001720
001730 01  TCW-LINEAS-REPORTE.
001740     05  TCW-LIN-TITULO.
001750         10  FILLER          PIC X(40) VALUE
001760             'ANTIGUEDAD DE CASOS DE RECHAZOS PENDIENT'.
001770         10  FILLER          PIC X(08) VALUE 'ES - DIA'.
001780         10  FILLER          PIC X(01) VALUE SPACE.
001790         10  TCW-LT-FECHA    PIC 9(06).
001800         10  FILLER          PIC X(25) VALUE SPACE.
001810     05  TCW-LIN-SIN-CASOS.
001820         10  FILLER          PIC X(40) VALUE
001830             'SIN ARCHIVO DE CASOS: NADA QUE INFORMAR '.
001840         10  FILLER          PIC X(40) VALUE SPACE.
001850     05  TCW-LIN-TIT-VIEJOS.
001860         10  FILLER          PIC X(40) VALUE
001870             'CASOS PENDIENTES CON MAS DE 30 DIAS     '.
001880         10  FILLER          PIC X(40) VALUE SPACE.
001890     05  TCW-LIN-COL-VIEJOS.
001900         10  FILLER          PIC X(40) VALUE
001910             'CLIENTE    FECHA  HORA   PRD R ERR  EST '.
001920         10  FILLER          PIC X(40) VALUE
001930             'ANALISTA RUC         DIAS               '.
001940     05  TCW-LIN-DET-VIEJO.
001950         10  TCW-DV-COD-UNICO
001960                             PIC 9(10).
001970         10  FILLER          PIC X(01) VALUE SPACE.
001980         10  TCW-DV-FECHA    PIC X(06).
001990         10  FILLER          PIC X(01) VALUE SPACE.
002000         10  TCW-DV-HORA     PIC X(06).
002010         10  FILLER          PIC X(01) VALUE SPACE.
002020         10  TCW-DV-PRODUCTO PIC 9(03).
002030         10  FILLER          PIC X(01) VALUE SPACE.
002040         10  TCW-DV-RAZON    PIC X(01).
002050         10  FILLER          PIC X(01) VALUE SPACE.
002060         10  TCW-DV-CODERR   PIC 9(04).
002070         10  FILLER          PIC X(01) VALUE SPACE.
002080         10  TCW-DV-ESTADO   PIC X(01).
002090         10  FILLER          PIC X(03) VALUE SPACE.
002100         10  TCW-DV-ANALISTA PIC X(08).
002110         10  FILLER          PIC X(01) VALUE SPACE.
002120         10  TCW-DV-RUC      PIC 9(11).
002130         10  FILLER          PIC X(01) VALUE SPACE.
002140         10  TCW-DV-DIAS     PIC ZZZ9.
002150         10  FILLER          PIC X(15) VALUE SPACE.
002160     05  TCW-LIN-TIT-RAZONES.
002170         10  FILLER          PIC X(40) VALUE
002180             'RESUMEN POR RAZON DEL CASO              '.
002190         10  FILLER          PIC X(40) VALUE SPACE.
002200     05  TCW-LIN-TIT-EMPLEAD.
002210         10  FILLER          PIC X(40) VALUE
002220             'RESUMEN POR EMPLEADOR                   '.
002230         10  FILLER          PIC X(40) VALUE SPACE.
002240     05  TCW-LIN-COL-TRAMOS.
002250         10  TCW-LCT-ETIQUETA
002260                             PIC X(26).
002270         10  FILLER          PIC X(08) VALUE '     0-2'.
002280         10  FILLER          PIC X(08) VALUE '     3-7'.
002290         10  FILLER          PIC X(08) VALUE '    8-15'.
002300         10  FILLER          PIC X(08) VALUE '   16-30'.
002310         10  FILLER          PIC X(08) VALUE '     +30'.
002320         10  FILLER          PIC X(09) VALUE '    TOTAL'.
002330         10  FILLER          PIC X(05) VALUE SPACE.
002340     05  TCW-LIN-DET-TRAMOS.
002350         10  TCW-LDT-ETIQUETA
002360                             PIC X(26).
002370         10  TCW-LDT-OCU     OCCURS 5 TIMES.
002380             15  FILLER      PIC X(02).
002390             15  TCW-LDT-CANT
002400                             PIC ZZ,ZZ9.
002410         10  FILLER          PIC X(02) VALUE SPACE.
002420         10  TCW-LDT-TOTAL   PIC ZZZ,ZZ9.
002430         10  FILLER          PIC X(05) VALUE SPACE.
002440     05  TCW-LIN-DET-TOTAL.
002450         10  TCW-DT-NOMBRE   PIC X(22).
002460         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
002470
002480*----------------------------------------------------------*
002490*  ETIQUETA DEL EMPLEADOR EN EL RESUMEN: RUC Y RAZON SOCIAL *
002500*----------------------------------------------------------*
002510 01  TCW-WK-ETIQ-EMP.
002520     05  TCW-WE-RUC          PIC 9(11).
002530     05  FILLER              PIC X(01) VALUE SPACE.
002540     05  TCW-WE-RAZSOC       PIC X(14).
002550
002560 PROCEDURE DIVISION.
002570*----------------------------------------------------------*
002580*  0000-MAINLINE                                            *
002590*----------------------------------------------------------*
002600 0000-MAINLINE SECTION.
002610     PERFORM 1000-INICIAL
002620         THRU 1000-INICIAL-EXIT
002630     PERFORM 2000-RECORRER-CASOS
002640         THRU 2000-RECORRER-CASOS-EXIT
002650     PERFORM 6000-IMPRIMIR-RAZONES
002660         THRU 6000-IMPRIMIR-RAZONES-EXIT
002670     PERFORM 7000-IMPRIMIR-EMPLEAD
002680         THRU 7000-IMPRIMIR-EMPLEAD-EXIT
002690     PERFORM 8000-IMPRIMIR-TOTALES
002700         THRU 8000-IMPRIMIR-TOTALES-EXIT
002710     PERFORM 9000-FINAL
002720         THRU 9000-FINAL-EXIT
002730     GOBACK
002740     .
002750 0000-MAINLINE-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------*
002790*  1000-INICIAL - ABRE ARCHIVOS Y FIJA LA FECHA DE HOY EN   *
002800*                 DIAS CORRIDOS                             *
002810*----------------------------------------------------------*
002820 1000-INICIAL SECTION.
002830     INITIALIZE TCW-ACUM-RAZONES
002840     INITIALIZE TCW-TOTALES
002850     ACCEPT TCW-FECHA-HOY FROM DATE
002860     MOVE TCW-FECHA-HOY TO TCW-FECHA-EVAL
002870     PERFORM 4000-CALCULAR-SERIAL
002880         THRU 4000-CALCULAR-SERIAL-EXIT
002890     MOVE TCW-SERIAL-EVAL TO TCW-SERIAL-HOY
002900     OPEN OUTPUT ARCRPTANT
002910     IF NOT TCW-OK-RPTANT
002920         DISPLAY 'TCWTANT - ERROR AL ABRIR ARCRPTANT - STATUS '
002930             TCW-FS-RPTANT
002940         MOVE 12 TO RETURN-CODE
002950         GOBACK
002960     END-IF
002970     MOVE TCW-FECHA-HOY TO TCW-LT-FECHA
002980     WRITE REC-LINEA FROM TCW-LIN-TITULO
002990     MOVE SPACE TO REC-LINEA
003000     WRITE REC-LINEA
003010     OPEN INPUT ARCCASWVC
003020     IF TCW-OK-CASWVC
003030         SET  TCW-CASWVC-ABIERTO TO TRUE
003040     ELSE
003050         IF NOT TCW-NOENC-CASWVC
003060             DISPLAY 'TCWTANT - ERROR AL ABRIR ARCCASWVC'
003070                 ' - STATUS ' TCW-FS-CASWVC
003080             MOVE 12 TO RETURN-CODE
003090             GOBACK
003100         END-IF
003110     END-IF
003120     OPEN INPUT ARCEMPLEAD
003130     IF TCW-OK-EMPLEAD
003140         SET  TCW-EMPLEAD-ABIERTO TO TRUE
003150     END-IF
003160     .
003170 1000-INICIAL-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------*
003210*  2000-RECORRER-CASOS - ACUMULA LOS PENDIENTES POR TRAMO,  *
003220*                        RAZON Y EMPLEADOR Y LISTA LOS DE   *
003230*                        MAS DE 30 DIAS                     *
003240*----------------------------------------------------------*
003250 2000-RECORRER-CASOS SECTION.
003260     IF NOT TCW-CASWVC-ABIERTO
003270         WRITE REC-LINEA FROM TCW-LIN-SIN-CASOS
003280         GO TO 2000-RECORRER-CASOS-EXIT
003290     END-IF
003300     WRITE REC-LINEA FROM TCW-LIN-TIT-VIEJOS
003310     WRITE REC-LINEA FROM TCW-LIN-COL-VIEJOS
003320     PERFORM 2100-LEER-CASO
003330         THRU 2100-LEER-CASO-EXIT
003340     PERFORM 2200-UN-CASO
003350         THRU 2200-UN-CASO-EXIT
003360             UNTIL TCW-FIN-DE-ARCHIVO
003370     .
003380 2000-RECORRER-CASOS-EXIT.
003390     EXIT.
003400
003410 2100-LEER-CASO SECTION.
003420     READ ARCCASWVC NEXT RECORD
003430         AT END
003440             SET  TCW-FIN-DE-ARCHIVO TO TRUE
003450     END-READ
003460     .
003470 2100-LEER-CASO-EXIT.
003480     EXIT.
003490
003500 2200-UN-CASO SECTION.
003510     ADD 1 TO TCW-CNT-CASOS-LEIDOS
003520     IF NOT CAS-PENDIENTE
003530         ADD 1 TO TCW-CNT-CERRADOS
003540         GO TO 2200-UN-CASO-SIGUIENTE
003550     END-IF
003560     IF CAS-ABIERTO
003570         ADD 1 TO TCW-CNT-ABIERTOS
003580     ELSE
003590         ADD 1 TO TCW-CNT-CORREGIDOS
003600     END-IF
003610     IF CAS-ANALISTA = SPACE
003620         ADD 1 TO TCW-CNT-SIN-ANALIS
003630     END-IF
003640     PERFORM 3000-CALCULAR-TRAMO
003650         THRU 3000-CALCULAR-TRAMO-EXIT
003660     IF CAS-CORR-RUC NOT = ZERO
003670         MOVE CAS-CORR-RUC TO TCW-WK-RUC
003680     ELSE
003690         MOVE CAS-RUC      TO TCW-WK-RUC
003700     END-IF
003710     ADD 1 TO TCW-TOT-TRAMO(TCW-WK-TRAMO)
003720     ADD 1 TO TCW-TOT-TOTAL
003730     PERFORM 3100-ACUMULAR-RAZON
003740         THRU 3100-ACUMULAR-RAZON-EXIT
003750     PERFORM 3200-ACUMULAR-EMPLEADOR
003760         THRU 3200-ACUMULAR-EMPLEADOR-EXIT
003770     IF TCW-WK-TRAMO = 5
003780         PERFORM 3300-DETALLE-VIEJO
003790             THRU 3300-DETALLE-VIEJO-EXIT
003800     END-IF
003810     .
003820 2200-UN-CASO-SIGUIENTE.
003830     PERFORM 2100-LEER-CASO
003840         THRU 2100-LEER-CASO-EXIT
003850     .
003860 2200-UN-CASO-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900*  3000-CALCULAR-TRAMO - DIAS DESDE EL RECHAZO Y TRAMO 1-5; *
003910*                        UNA FECHA INVALIDA VA AL ULTIMO    *
003920*----------------------------------------------------------*
003930 3000-CALCULAR-TRAMO SECTION.
003940     MOVE 5 TO TCW-WK-TRAMO
003950     MOVE 9999 TO TCW-WK-DIAS
003960     IF CAS-FECHA-RECH NOT NUMERIC
003970         GO TO 3000-CALCULAR-TRAMO-EXIT
003980     END-IF
003990     MOVE CAS-FECHA-RECH TO TCW-FECHA-EVAL
004000     PERFORM 4000-CALCULAR-SERIAL
004010         THRU 4000-CALCULAR-SERIAL-EXIT
004020     IF TCW-SERIAL-EVAL = 9999999
004030         GO TO 3000-CALCULAR-TRAMO-EXIT
004040     END-IF
004050     COMPUTE TCW-WK-DIAS = TCW-SERIAL-HOY - TCW-SERIAL-EVAL
004060     IF TCW-WK-DIAS < ZERO
004070         MOVE ZERO TO TCW-WK-DIAS
004080     END-IF
004090     MOVE 1 TO TCW-WK-TRAMO
004100     PERFORM 3010-AVANZAR-TRAMO
004110         THRU 3010-AVANZAR-TRAMO-EXIT
004120             UNTIL TCW-WK-TRAMO > 4
004130                OR TCW-WK-DIAS NOT > TCW-TRAMO-HASTA(TCW-WK-TRAMO)
004140     .
004150 3000-CALCULAR-TRAMO-EXIT.
004160     EXIT.
004170
004180 3010-AVANZAR-TRAMO SECTION.
004190     ADD 1 TO TCW-WK-TRAMO
004200     .
004210 3010-AVANZAR-TRAMO-EXIT.
004220     EXIT.
004230
004240 3100-ACUMULAR-RAZON SECTION.
004250     MOVE 'N' TO TCW-WK-ENCONTRADO
004260     SET  TCW-IX-RAZ TO 1
004270     SEARCH TCW-OCU-RAZ
004280         AT END
004290             SET  TCW-IX-RAZ TO 6
004300         WHEN TCW-RAZ-CODIGO(TCW-IX-RAZ) = CAS-RAZON
004310             SET  TCW-WK-HALLADO TO TRUE
004320     END-SEARCH
004330     SET  TCW-WK-RAZON TO TCW-IX-RAZ
004340     ADD 1 TO TCW-ACR-TRAMO(TCW-WK-RAZON, TCW-WK-TRAMO)
004350     ADD 1 TO TCW-ACR-TOTAL(TCW-WK-RAZON)
004360     .
004370 3100-ACUMULAR-RAZON-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------*
004410*  3200-ACUMULAR-EMPLEADOR - BUSCA TCW-WK-RUC EN LA TABLA   *
004420*                            Y LO AGREGA SI NO ESTA         *
004430*----------------------------------------------------------*
004440 3200-ACUMULAR-EMPLEADOR SECTION.
004450     MOVE 'N' TO TCW-WK-ENCONTRADO
004460     SET  TCW-IX-EMP TO 1
004470     PERFORM 3210-COMPARAR-EMPLEADOR
004480         THRU 3210-COMPARAR-EMPLEADOR-EXIT
004490             UNTIL TCW-IX-EMP > TCW-CANT-EMP
004500                OR TCW-WK-HALLADO
004510     IF NOT TCW-WK-HALLADO
004520         IF TCW-CANT-EMP NOT < 500
004530             IF NOT TCW-EMP-TABLA-LLENA
004540                 DISPLAY 'TCWTANT - TABLA DE EMPLEADORES LLENA '
004550                     '(500) - EL RESUMEN YA NO ES COMPLETO'
004560                 SET  TCW-EMP-TABLA-LLENA TO TRUE
004570             END-IF
004580             GO TO 3200-ACUMULAR-EMPLEADOR-EXIT
004590         END-IF
004600         ADD 1 TO TCW-CANT-EMP
004610         SET  TCW-IX-EMP TO TCW-CANT-EMP
004620         INITIALIZE TCW-OCU-EMP(TCW-IX-EMP)
004630         MOVE TCW-WK-RUC TO TCW-EMP-RUC(TCW-IX-EMP)
004640     END-IF
004650     ADD 1 TO TCW-EMP-TRAMO(TCW-IX-EMP, TCW-WK-TRAMO)
004660     ADD 1 TO TCW-EMP-TOTAL(TCW-IX-EMP)
004670     .
004680 3200-ACUMULAR-EMPLEADOR-EXIT.
004690     EXIT.
004700
004710 3210-COMPARAR-EMPLEADOR SECTION.
004720     IF TCW-EMP-RUC(TCW-IX-EMP) = TCW-WK-RUC
004730         SET  TCW-WK-HALLADO TO TRUE
004740     ELSE
004750         SET  TCW-IX-EMP UP BY 1
004760     END-IF
004770     .
004780 3210-COMPARAR-EMPLEADOR-EXIT.
004790     EXIT.
004800
004810 3300-DETALLE-VIEJO SECTION.
004820     ADD 1 TO TCW-CNT-MAS-30
004830     MOVE CAS-COD-UNICO    TO TCW-DV-COD-UNICO
004840     MOVE CAS-FECHA-RECH   TO TCW-DV-FECHA
004850     MOVE CAS-HORA-RECH    TO TCW-DV-HORA
004860     MOVE CAS-COD-PRODUCTO TO TCW-DV-PRODUCTO
004870     MOVE CAS-RAZON        TO TCW-DV-RAZON
004880     MOVE CAS-CODERR       TO TCW-DV-CODERR
004890     MOVE CAS-ESTADO       TO TCW-DV-ESTADO
004900     MOVE CAS-ANALISTA     TO TCW-DV-ANALISTA
004910     MOVE TCW-WK-RUC       TO TCW-DV-RUC
004920     MOVE TCW-WK-DIAS      TO TCW-DV-DIAS
004930     WRITE REC-LINEA FROM TCW-LIN-DET-VIEJO
004940     .
004950 3300-DETALLE-VIEJO-EXIT.
004960     EXIT.
004970
004980 4000-CALCULAR-SERIAL SECTION.
004990     IF TCW-EVAL-MM < 1 OR TCW-EVAL-MM > 12
005000         MOVE 9999999 TO TCW-SERIAL-EVAL
005010         GO TO 4000-CALCULAR-SERIAL-EXIT
005020     END-IF
005030     COMPUTE TCW-WK-BISIESTOS = (TCW-EVAL-AA + 3) / 4
005040     COMPUTE TCW-SERIAL-EVAL = TCW-EVAL-AA * 365
005050         + TCW-WK-BISIESTOS
005060         + TCW-DIAS-ACUM(TCW-EVAL-MM)
005070         + TCW-EVAL-DD
005080     DIVIDE TCW-EVAL-AA BY 4
005090         GIVING TCW-WK-COCIENTE REMAINDER TCW-WK-RESTO
005100     IF TCW-WK-RESTO = ZERO AND TCW-EVAL-MM > 2
005110         ADD 1 TO TCW-SERIAL-EVAL
005120     END-IF
005130     .
005140 4000-CALCULAR-SERIAL-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------*
005180*  6000-IMPRIMIR-RAZONES - UNA LINEA POR RAZON DEL CASO     *
005190*----------------------------------------------------------*
005200 6000-IMPRIMIR-RAZONES SECTION.
005210     MOVE SPACE TO REC-LINEA
005220     WRITE REC-LINEA
005230     WRITE REC-LINEA FROM TCW-LIN-TIT-RAZONES
005240     MOVE 'RAZON' TO TCW-LCT-ETIQUETA
005250     WRITE REC-LINEA FROM TCW-LIN-COL-TRAMOS
005260     PERFORM 6100-UNA-RAZON
005270         THRU 6100-UNA-RAZON-EXIT
005280             VARYING TCW-WK-RAZON FROM 1 BY 1
005290             UNTIL TCW-WK-RAZON > 6
005300     .
005310 6000-IMPRIMIR-RAZONES-EXIT.
005320     EXIT.
005330
005340 6100-UNA-RAZON SECTION.
005350     MOVE SPACE TO TCW-LIN-DET-TRAMOS
005360     MOVE TCW-RAZ-NOMBRE(TCW-WK-RAZON) TO TCW-LDT-ETIQUETA
005370     PERFORM 6110-UN-TRAMO-RAZON
005380         THRU 6110-UN-TRAMO-RAZON-EXIT
005390             VARYING TCW-WK-TRAMO FROM 1 BY 1
005400             UNTIL TCW-WK-TRAMO > 5
005410     MOVE TCW-ACR-TOTAL(TCW-WK-RAZON) TO TCW-LDT-TOTAL
005420     WRITE REC-LINEA FROM TCW-LIN-DET-TRAMOS
005430     .
005440 6100-UNA-RAZON-EXIT.
005450     EXIT.
005460
005470 6110-UN-TRAMO-RAZON SECTION.
005480     MOVE TCW-ACR-TRAMO(TCW-WK-RAZON, TCW-WK-TRAMO)
005490         TO TCW-LDT-CANT(TCW-WK-TRAMO)
005500     .
005510 6110-UN-TRAMO-RAZON-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------*
005550*  7000-IMPRIMIR-EMPLEAD - UNA LINEA POR EMPLEADOR CON      *
005560*                          CASOS PENDIENTES                 *
005570*----------------------------------------------------------*
005580 7000-IMPRIMIR-EMPLEAD SECTION.
005590     MOVE SPACE TO REC-LINEA
005600     WRITE REC-LINEA
005610     WRITE REC-LINEA FROM TCW-LIN-TIT-EMPLEAD
005620     MOVE 'RUC         RAZON SOCIAL' TO TCW-LCT-ETIQUETA
005630     WRITE REC-LINEA FROM TCW-LIN-COL-TRAMOS
005640     PERFORM 7100-UN-EMPLEADOR
005650         THRU 7100-UN-EMPLEADOR-EXIT
005660             VARYING TCW-IX-EMP FROM 1 BY 1
005670             UNTIL TCW-IX-EMP > TCW-CANT-EMP
005680     .
005690 7000-IMPRIMIR-EMPLEAD-EXIT.
005700     EXIT.
005710
005720 7100-UN-EMPLEADOR SECTION.
005730     MOVE SPACE TO TCW-LIN-DET-TRAMOS
005740     PERFORM 8200-BUSCAR-RAZON-SOCIAL
005750         THRU 8200-BUSCAR-RAZON-SOCIAL-EXIT
005760     MOVE TCW-EMP-RUC(TCW-IX-EMP) TO TCW-WE-RUC
005770     MOVE TCW-WK-ETIQ-EMP TO TCW-LDT-ETIQUETA
005780     IF TCW-EMP-RUC(TCW-IX-EMP) = ZERO
005790         MOVE 'SIN RUC' TO TCW-LDT-ETIQUETA
005800     END-IF
005810     PERFORM 7110-UN-TRAMO-EMPLEAD
005820         THRU 7110-UN-TRAMO-EMPLEAD-EXIT
005830             VARYING TCW-WK-TRAMO FROM 1 BY 1
005840             UNTIL TCW-WK-TRAMO > 5
005850     MOVE TCW-EMP-TOTAL(TCW-IX-EMP) TO TCW-LDT-TOTAL
005860     WRITE REC-LINEA FROM TCW-LIN-DET-TRAMOS
005870     .
005880 7100-UN-EMPLEADOR-EXIT.
005890     EXIT.
005900
005910 7110-UN-TRAMO-EMPLEAD SECTION.
005920     MOVE TCW-EMP-TRAMO(TCW-IX-EMP, TCW-WK-TRAMO)
005930         TO TCW-LDT-CANT(TCW-WK-TRAMO)
005940     .
005950 7110-UN-TRAMO-EMPLEAD-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------*
005990*  8000-IMPRIMIR-TOTALES - TOTAL POR TRAMO Y RESUMEN DE LA  *
006000*                          CORRIDA                          *
006010*----------------------------------------------------------*
006020 8000-IMPRIMIR-TOTALES SECTION.
006030     MOVE SPACE TO TCW-LIN-DET-TRAMOS
006040     MOVE 'TOTAL PENDIENTES' TO TCW-LDT-ETIQUETA
006050     PERFORM 8010-UN-TRAMO-TOTAL
006060         THRU 8010-UN-TRAMO-TOTAL-EXIT
006070             VARYING TCW-WK-TRAMO FROM 1 BY 1
006080             UNTIL TCW-WK-TRAMO > 5
006090     MOVE TCW-TOT-TOTAL TO TCW-LDT-TOTAL
006100     WRITE REC-LINEA FROM TCW-LIN-DET-TRAMOS
006110     MOVE SPACE TO REC-LINEA
006120     WRITE REC-LINEA
006130     MOVE 'CASOS LEIDOS          ' TO TCW-DT-NOMBRE
006140     MOVE TCW-CNT-CASOS-LEIDOS     TO TCW-DT-CANT
006150     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006160     MOVE 'CERRADOS              ' TO TCW-DT-NOMBRE
006170     MOVE TCW-CNT-CERRADOS         TO TCW-DT-CANT
006180     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006190     MOVE 'PENDIENTES ABIERTOS   ' TO TCW-DT-NOMBRE
006200     MOVE TCW-CNT-ABIERTOS         TO TCW-DT-CANT
006210     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006220     MOVE 'PENDIENTES CORREGIDOS ' TO TCW-DT-NOMBRE
006230     MOVE TCW-CNT-CORREGIDOS       TO TCW-DT-CANT
006240     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006250     MOVE '  SIN ANALISTA        ' TO TCW-DT-NOMBRE
006260     MOVE TCW-CNT-SIN-ANALIS       TO TCW-DT-CANT
006270     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006280     MOVE '  CON MAS DE 30 DIAS  ' TO TCW-DT-NOMBRE
006290     MOVE TCW-CNT-MAS-30           TO TCW-DT-CANT
006300     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006310     .
006320 8000-IMPRIMIR-TOTALES-EXIT.
006330     EXIT.
006340
006350 8010-UN-TRAMO-TOTAL SECTION.
006360     MOVE TCW-TOT-TRAMO(TCW-WK-TRAMO)
006370         TO TCW-LDT-CANT(TCW-WK-TRAMO)
006380     .
006390 8010-UN-TRAMO-TOTAL-EXIT.
006400     EXIT.
006410
006420 8200-BUSCAR-RAZON-SOCIAL SECTION.
006430     MOVE SPACE TO TCW-WE-RAZSOC
006440     IF NOT TCW-EMPLEAD-ABIERTO
006450         MOVE 'NO REGISTRADO' TO TCW-WE-RAZSOC
006460         GO TO 8200-BUSCAR-RAZON-SOCIAL-EXIT
006470     END-IF
006480     MOVE TCW-EMP-RUC(TCW-IX-EMP) TO EMP-RUC
006490     READ ARCEMPLEAD
006500         KEY IS EMP-RUC
006510         INVALID KEY
006520             MOVE 'NO REGISTRADO' TO TCW-WE-RAZSOC
006530             GO TO 8200-BUSCAR-RAZON-SOCIAL-EXIT
006540     END-READ
006550     MOVE EMP-RAZON-SOCIAL TO TCW-WE-RAZSOC
006560     .
006570 8200-BUSCAR-RAZON-SOCIAL-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------*
006610*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN        *
006620*----------------------------------------------------------*
006630 9000-FINAL SECTION.
006640     IF TCW-CASWVC-ABIERTO
006650         CLOSE ARCCASWVC
006660     END-IF
006670     IF TCW-EMPLEAD-ABIERTO
006680         CLOSE ARCEMPLEAD
006690     END-IF
006700     CLOSE ARCRPTANT
006710     DISPLAY 'TCWTANT - ANTIGUEDAD DE CASOS PENDIENTES'
006720     DISPLAY 'CASOS PENDIENTES     : ' TCW-TOT-TOTAL
006730     DISPLAY 'CON MAS DE 30 DIAS   : ' TCW-CNT-MAS-30
006740     .
006750 9000-FINAL-EXIT.
006760     EXIT.
