000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWPTOP.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. REPORTE SEMANAL DE USO DE LOS   *
000110*                 CONVENIOS DE PLANILLA: CUENTA EN ADQAFIL  *
000120*                 LAS AFILIACIONES VIGENTES POR AFI-RUC +   *
000130*                 PRODUCTO Y LAS COMPARA CON EL TOPE Y LA   *
000140*                 VIGENCIA DE CADA CONVENIO DE ADQCONV,     *
000150*                 AGRUPADO POR EMPLEADOR CON SU RAZON       *
000160*                 SOCIAL DE ADQEMPM. SENALA LOS CONVENIOS   *
000170*                 VENCIDOS, EXCEDIDOS, EN EL TOPE O AL 90%  *
000180*                 Y LISTA LAS VIGENTES QUE NO TIENEN        *
000190*                 CONVENIO REGISTRADO, CONTADAS EN UNA TABLA*
000200*                 APARTE PARA NO QUITAR LUGAR A LOS         *
000210*                 CONVENIOS. SI ALGUNA TABLA SE LLENA EL    *
000220*                 REPORTE NO ES COMPLETO Y TERMINA CON      *
000230*                 RETURN-CODE 8.                            *
000240*----------------------------------------------------------*
000250*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000260*  OBJETIVO : USO DE CONVENIOS CONTRA SU TOPE               *
000270*  ENTRADA  : ARCCONVEN  - MAESTRO DE CONVENIOS (ADQCONV)   *
000280*             ARCAFILIAC - MAESTRO DE AFILIACIONES          *
000290*             ARCEMPLEAD - MAESTRO DE EMPLEADORES           *
000300*  SALIDA   : ARCRPTTOP  - REPORTE DE USO IMPRESO           *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARCCONVEN  ASSIGN TO CONVEN
000380         ORGANIZATION  IS INDEXED
000390         ACCESS MODE   IS DYNAMIC
000400         RECORD KEY    IS CNV-CLAVE
000410         FILE STATUS   IS TCW-FS-CONVEN.
000420
000430     SELECT ARCAFILIAC ASSIGN TO AFILIAC
000440         ORGANIZATION  IS INDEXED
000450         ACCESS MODE   IS DYNAMIC
000460         RECORD KEY    IS AFI-CLAVE
000470         FILE STATUS   IS TCW-FS-AFILIAC.
000480
000490     SELECT ARCEMPLEAD ASSIGN TO EMPLEAD
000500         ORGANIZATION  IS INDEXED
000510         ACCESS MODE   IS RANDOM
000520         RECORD KEY    IS EMP-RUC
000530         FILE STATUS   IS TCW-FS-EMPLEAD.
000540
000550     SELECT ARCRPTTOP  ASSIGN TO RPTTOP
000560         ORGANIZATION  IS LINE SEQUENTIAL
000570         FILE STATUS   IS TCW-FS-RPTTOP.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ARCCONVEN
000620     RECORDING MODE IS F.
000630     COPY ADQCONV.
000640
000650 FD  ARCAFILIAC
000660     RECORDING MODE IS F.
000670     COPY ADQAFIL.
000680
000690 FD  ARCEMPLEAD
000700     RECORDING MODE IS F.
000710     COPY ADQEMPM.
000720
000730 FD  ARCRPTTOP
000740     RECORDING MODE IS F.
000750 01  REC-LINEA               PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  TCW-INDICADORES-ARCHIVO.
000790     05  TCW-FS-CONVEN        PIC X(02).
000800         88  TCW-OK-CONVEN           VALUE '00'.
000810         88  TCW-NOENC-CONVEN        VALUE '35'.
000820         88  TCW-FIN-CONVEN          VALUE '10'.
000830     05  TCW-FS-AFILIAC       PIC X(02).
000840         88  TCW-OK-AFILIAC          VALUE '00'.
000850         88  TCW-NOENC-AFILIAC       VALUE '35'.
000860         88  TCW-FIN-AFILIAC         VALUE '10'.
000870     05  TCW-FS-EMPLEAD       PIC X(02).
000880         88  TCW-OK-EMPLEAD          VALUE '00'.
000890         88  TCW-NOENC-EMPLEAD       VALUE '35'.
000900     05  TCW-FS-RPTTOP        PIC X(02).
000910         88  TCW-OK-RPTTOP           VALUE '00'.
000920
000930 01  TCW-SWITCHES.
000940     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000950         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000960     05  TCW-SW-FINMAESTRO   PIC X(01) VALUE SPACE.
000970         88  TCW-FIN-DE-MAESTRO     VALUE 'S'.
000980     05  TCW-SW-EMPLEAD-ABTO PIC X(01) VALUE SPACE.
000990         88  TCW-EMPLEAD-ABIERTO    VALUE 'S'.
001000     05  TCW-SW-CONVEN-ABTO  PIC X(01) VALUE SPACE.
001010         88  TCW-CONVEN-ABIERTO     VALUE 'S'.
001020
001030 01  TCW-FECHA-PROCESO       PIC 9(06).
001040 01  TCW-RUC-ANTERIOR        PIC 9(11) VALUE ZERO.
001050
001060*----------------------------------------------------------*
001070*  VIGENTES POR AFI-RUC + PRODUCTO CONTADAS DEL MAESTRO,    *
001080*  SOLO DE LOS PARES CON CONVENIO REGISTRADO (HASTA 2000)   *
001090*----------------------------------------------------------*
001100 01  TCW-TABLA-VIGENTES.
001110     05  TCW-CANT-VIG        PIC 9(04) COMP VALUE ZERO.
001120     05  TCW-OCU-VIG         OCCURS 2000 TIMES
001130                             INDEXED BY TCW-IX-VIG.
001140         10  TCW-VIG-RUC     PIC 9(11).
001150         10  TCW-VIG-PRODUCTO
001160                             PIC 9(03).
001170         10  TCW-VIG-CANT    PIC 9(07) COMP.
001180
001190*----------------------------------------------------------*
001200*  VIGENTES DE LOS PARES AFI-RUC + PRODUCTO SIN CONVENIO    *
001210*  REGISTRADO, PARA SU LISTADO (HASTA 2000)                 *
001220*----------------------------------------------------------*
001230 01  TCW-TABLA-SIN-CONV.
001240     05  TCW-CANT-SCV        PIC 9(04) COMP VALUE ZERO.
001250     05  TCW-OCU-SCV         OCCURS 2000 TIMES
001260                             INDEXED BY TCW-IX-SCV.
001270         10  TCW-SCV-RUC     PIC 9(11).
001280         10  TCW-SCV-PRODUCTO
001290                             PIC 9(03).
001300         10  TCW-SCV-CANT    PIC 9(07) COMP.
001310
001320 01  TCW-WK-SUBS.
001330     05  TCW-WK-ENCONTRADO   PIC X(01).
001340         88  TCW-VIG-HALLADO         VALUE 'S'.
001350     05  TCW-WK-TABLA-LLENA  PIC X(01) VALUE SPACE.
001360         88  TCW-VIG-TABLA-LLENA     VALUE 'S'.
001370     05  TCW-WK-SCV-HALLADO  PIC X(01).
001380         88  TCW-SCV-HALLADO         VALUE 'S'.
001390     05  TCW-WK-SCV-LLENA    PIC X(01) VALUE SPACE.
001400         88  TCW-SCV-TABLA-LLENA     VALUE 'S'.
001410     05  TCW-WK-RUC          PIC 9(11) VALUE ZERO.
001420     05  TCW-WK-PRODUCTO     PIC 9(03) VALUE ZERO.
001430     05  TCW-WK-VIGENTES     PIC 9(07) COMP VALUE ZERO.
001440     05  TCW-WK-DISPONIBLE   PIC 9(07) COMP VALUE ZERO.
001450     05  TCW-WK-PORCENTAJE   PIC 9(05) COMP VALUE ZERO.
001460
001470 01  TCW-CONTADORES.
001480     05  TCW-CNT-AFILIAC     PIC 9(09) COMP VALUE ZERO.
001490     05  TCW-CNT-CONVENIOS   PIC 9(07) COMP VALUE ZERO.
001500     05  TCW-CNT-EMPLEADORES PIC 9(07) COMP VALUE ZERO.
001510     05  TCW-CNT-VENCIDOS    PIC 9(07) COMP VALUE ZERO.
001520     05  TCW-CNT-EXCEDIDOS   PIC 9(07) COMP VALUE ZERO.
001530     05  TCW-CNT-EN-TOPE     PIC 9(07) COMP VALUE ZERO.
001540     05  TCW-CNT-AL-LIMITE   PIC 9(07) COMP VALUE ZERO.
001550     05  TCW-CNT-SIN-CONV    PIC 9(07) COMP VALUE ZERO.
001560
001570 01  TCW-LINEAS-REPORTE.
001580     05  TCW-LIN-TITULO.
001590         10  FILLER          PIC X(40) VALUE
001600             'USO SEMANAL DE CONVENIOS DE PLANILLA - D'.
001610         10  FILLER          PIC X(03) VALUE 'IA '.
001620         10  TCW-LT-FECHA    PIC 9(06).
001630         10  FILLER          PIC X(31) VALUE SPACE.
001640     05  TCW-LIN-SIN-CONVENIOS.
001650         10  FILLER          PIC X(40) VALUE
001660             'SIN MAESTRO DE CONVENIOS: NO HAY TOPES A'.
001670         10  FILLER          PIC X(40) VALUE
001680             ' CONTROLAR                              '.
001690     05  TCW-LIN-COLUMNAS.
001700         10  FILLER          PIC X(40) VALUE
001710             '  PRD INICIO FIN         TOPE  VIGENTES '.
001720         10  FILLER          PIC X(40) VALUE
001730             'DISPONIB.  USO% OBSERVACION             '.
001740     05  TCW-LIN-EMPLEADOR.
001750         10  FILLER          PIC X(04) VALUE 'RUC '.
001760         10  TCW-LE-RUC      PIC 9(11).
001770         10  FILLER          PIC X(02) VALUE SPACE.
001780         10  TCW-LE-RAZSOC   PIC X(40).
001790         10  FILLER          PIC X(23) VALUE SPACE.
001800     05  TCW-LIN-DET-CONVENIO.
001810         10  FILLER          PIC X(02) VALUE SPACE.
001820         10  TCW-LD-PRODUCTO PIC 9(03).
001830         10  FILLER          PIC X(01) VALUE SPACE.
001840         10  TCW-LD-FECHA-INI
001850                             PIC X(06).
001860         10  FILLER          PIC X(01) VALUE SPACE.
001870         10  TCW-LD-FECHA-FIN
001880                             PIC X(06).
001890         10  FILLER          PIC X(01) VALUE SPACE.
001900         10  TCW-LD-TOPE     PIC Z,ZZZ,ZZ9.
001910         10  FILLER          PIC X(01) VALUE SPACE.
001920         10  TCW-LD-VIGENTES PIC Z,ZZZ,ZZ9.
001930         10  FILLER          PIC X(01) VALUE SPACE.
001940         10  TCW-LD-DISPONIBLE
001950                             PIC Z,ZZZ,ZZ9.
001960         10  FILLER          PIC X(01) VALUE SPACE.
001970         10  TCW-LD-PORCENTAJE
001980                             PIC ZZZZ9.
001990         10  FILLER          PIC X(01) VALUE SPACE.
002000         10  TCW-LD-OBSERV   PIC X(16).
002010         10  FILLER          PIC X(08) VALUE SPACE.
002020     05  TCW-LIN-TIT-SIN-CONV.
002030         10  FILLER          PIC X(40) VALUE
002040             'AFILIACIONES VIGENTES SIN CONVENIO REGIS'.
002050         10  FILLER          PIC X(40) VALUE
002060             'TRADO                                   '.
002070     05  TCW-LIN-DET-SIN-CONV.
002080         10  FILLER          PIC X(06) VALUE '  RUC '.
002090         10  TCW-LS-RUC      PIC 9(11).
002100         10  FILLER          PIC X(06) VALUE '  PRD '.
002110         10  TCW-LS-PRODUCTO PIC 9(03).
002120         10  FILLER          PIC X(12) VALUE '  VIGENTES: '.
002130         10  TCW-LS-VIGENTES PIC Z,ZZZ,ZZ9.
002140         10  FILLER          PIC X(33) VALUE SPACE.
002150     05  TCW-LIN-SCV-INCOMPLETA.
002160         10  FILLER          PIC X(40) VALUE
002170             '  LISTA INCOMPLETA: TABLA DE PARES SIN C'.
002180         10  FILLER          PIC X(40) VALUE
002190             'ONVENIO LLENA (2000)                    '.
002200     05  TCW-LIN-DET-TOTAL.
002210         10  TCW-DT-NOMBRE   PIC X(22).
002220         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
002230
002240 PROCEDURE DIVISION.
002250*----------------------------------------------------------*
002260*  0000-MAINLINE                                            *
002270*----------------------------------------------------------*
002280 0000-MAINLINE SECTION.
002290     PERFORM 1000-INICIAL
002300         THRU 1000-INICIAL-EXIT
002310     PERFORM 2000-CONTAR-VIGENTES
002320         THRU 2000-CONTAR-VIGENTES-EXIT
002330     PERFORM 3000-EMITIR-UN-CONVENIO
002340         THRU 3000-EMITIR-UN-CONVENIO-EXIT
002350             UNTIL TCW-FIN-DE-ARCHIVO
002360     PERFORM 4000-EMITIR-SIN-CONVENIO
002370         THRU 4000-EMITIR-SIN-CONVENIO-EXIT
002380     PERFORM 8000-IMPRIMIR-TOTALES
002390         THRU 8000-IMPRIMIR-TOTALES-EXIT
002400     PERFORM 9000-FINAL
002410         THRU 9000-FINAL-EXIT
002420     GOBACK
002430     .
002440 0000-MAINLINE-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480*  1000-INICIAL - ABRE ARCHIVOS; SIN MAESTRO DE CONVENIOS   *
002490*                 SOLO SE LISTAN LAS VIGENTES               *
002500*----------------------------------------------------------*
002510 1000-INICIAL SECTION.
002520     ACCEPT TCW-FECHA-PROCESO FROM DATE
002530     OPEN OUTPUT ARCRPTTOP
002540     IF NOT TCW-OK-RPTTOP
002550         DISPLAY 'TCWPTOP - ERROR AL ABRIR ARCRPTTOP'
002560             ' - STATUS ' TCW-FS-RPTTOP
002570         MOVE 12 TO RETURN-CODE
002580         GOBACK
002590     END-IF
002600     MOVE TCW-FECHA-PROCESO TO TCW-LT-FECHA
002610     WRITE REC-LINEA FROM TCW-LIN-TITULO
002620     OPEN INPUT ARCCONVEN
002630     IF TCW-NOENC-CONVEN
002640         SET  TCW-FIN-DE-ARCHIVO TO TRUE
002650         WRITE REC-LINEA FROM TCW-LIN-SIN-CONVENIOS
002660     ELSE
002670         IF NOT TCW-OK-CONVEN
002680             DISPLAY 'TCWPTOP - ERROR AL ABRIR ARCCONVEN'
002690                 ' - STATUS ' TCW-FS-CONVEN
002700             MOVE 12 TO RETURN-CODE
002710             GOBACK
002720         END-IF
002730         SET  TCW-CONVEN-ABIERTO TO TRUE
002740     END-IF
002750     OPEN INPUT ARCEMPLEAD
002760     IF TCW-OK-EMPLEAD
002770         SET  TCW-EMPLEAD-ABIERTO TO TRUE
002780     END-IF
002790     MOVE SPACE TO REC-LINEA
002800     WRITE REC-LINEA
002810     WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
002820     .
002830 1000-INICIAL-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------*
002870*  2000-CONTAR-VIGENTES - RECORRE EL MAESTRO DE AFILIACIONES*
002880*                         Y CUENTA LAS VIGENTES POR AFI-RUC *
002890*                         + PRODUCTO (LAS ANTERIORES A      *
002900*                         AFI-RUC NO OCUPAN CUPO); LUEGO    *
002910*                         POSICIONA LOS CONVENIOS AL INICIO *
002920*----------------------------------------------------------*
002930 2000-CONTAR-VIGENTES SECTION.
002940     OPEN INPUT ARCAFILIAC
002950     IF NOT TCW-OK-AFILIAC
002960         DISPLAY 'TCWPTOP - ERROR AL ABRIR ARCAFILIAC'
002970             ' - STATUS ' TCW-FS-AFILIAC
002980         MOVE 12 TO RETURN-CODE
002990         GOBACK
003000     END-IF
003010     PERFORM 2100-EVALUAR-UNA-AFILIAC
003020         THRU 2100-EVALUAR-UNA-AFILIAC-EXIT
003030             UNTIL TCW-FIN-DE-MAESTRO
003040     CLOSE ARCAFILIAC
003050     IF NOT TCW-FIN-DE-ARCHIVO
003060         MOVE LOW-VALUES TO CNV-CLAVE
003070         START ARCCONVEN
003080             KEY IS NOT LESS THAN CNV-CLAVE
003090             INVALID KEY
003100                 SET  TCW-FIN-DE-ARCHIVO TO TRUE
003110         END-START
003120     END-IF
003130     IF NOT TCW-FIN-DE-ARCHIVO
003140         PERFORM 3100-LEER-CONVENIO
003150             THRU 3100-LEER-CONVENIO-EXIT
003160     END-IF
003170     .
003180 2000-CONTAR-VIGENTES-EXIT.
003190     EXIT.
003200
003210 2100-EVALUAR-UNA-AFILIAC SECTION.
003220     READ ARCAFILIAC NEXT
003230         AT END
003240             SET  TCW-FIN-DE-MAESTRO TO TRUE
003250     END-READ
003260     IF TCW-FIN-DE-MAESTRO
003270         GO TO 2100-EVALUAR-UNA-AFILIAC-EXIT
003280     END-IF
003290     IF NOT AFI-VIGENTE OR AFI-RUC = ZERO
003300         GO TO 2100-EVALUAR-UNA-AFILIAC-EXIT
003310     END-IF
003320     ADD 1 TO TCW-CNT-AFILIAC
003330     MOVE AFI-RUC          TO TCW-WK-RUC
003340     MOVE AFI-COD-PRODUCTO TO TCW-WK-PRODUCTO
003350     IF NOT TCW-CONVEN-ABIERTO
003360         PERFORM 5200-SUMAR-SIN-CONVENIO
003370             THRU 5200-SUMAR-SIN-CONVENIO-EXIT
003380         GO TO 2100-EVALUAR-UNA-AFILIAC-EXIT
003390     END-IF
003400     MOVE AFI-RUC          TO CNV-RUC
003410     MOVE AFI-COD-PRODUCTO TO CNV-COD-PRODUCTO
003420     READ ARCCONVEN
003430         KEY IS CNV-CLAVE
003440         INVALID KEY
003450             PERFORM 5200-SUMAR-SIN-CONVENIO
003460                 THRU 5200-SUMAR-SIN-CONVENIO-EXIT
003470             GO TO 2100-EVALUAR-UNA-AFILIAC-EXIT
003480     END-READ
003490     PERFORM 5000-UBICAR-VIGENTES
003500         THRU 5000-UBICAR-VIGENTES-EXIT
003510     IF NOT TCW-VIG-HALLADO
003520         PERFORM 5050-AGREGAR-VIGENTES
003530             THRU 5050-AGREGAR-VIGENTES-EXIT
003540     END-IF
003550     IF TCW-VIG-HALLADO
003560         ADD 1 TO TCW-VIG-CANT(TCW-IX-VIG)
003570     END-IF
003580     .
003590 2100-EVALUAR-UNA-AFILIAC-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630*  3000-EMITIR-UN-CONVENIO - UNA LINEA POR PRODUCTO DEL     *
003640*                            CONVENIO, CON CABECERA DE      *
003650*                            EMPLEADOR AL CAMBIAR EL RUC    *
003660*----------------------------------------------------------*
003670 3000-EMITIR-UN-CONVENIO SECTION.
003680     ADD 1 TO TCW-CNT-CONVENIOS
003690     IF CNV-RUC NOT = TCW-RUC-ANTERIOR
003700         ADD 1 TO TCW-CNT-EMPLEADORES
003710         MOVE CNV-RUC TO TCW-RUC-ANTERIOR
003720         MOVE SPACE   TO REC-LINEA
003730         WRITE REC-LINEA
003740         MOVE CNV-RUC TO TCW-LE-RUC
003750         PERFORM 8200-BUSCAR-RAZON-SOCIAL
003760             THRU 8200-BUSCAR-RAZON-SOCIAL-EXIT
003770         WRITE REC-LINEA FROM TCW-LIN-EMPLEADOR
003780     END-IF
003790     MOVE ZERO             TO TCW-WK-VIGENTES
003800     MOVE CNV-RUC          TO TCW-WK-RUC
003810     MOVE CNV-COD-PRODUCTO TO TCW-WK-PRODUCTO
003820     PERFORM 5000-UBICAR-VIGENTES
003830         THRU 5000-UBICAR-VIGENTES-EXIT
003840     IF TCW-VIG-HALLADO
003850         MOVE TCW-VIG-CANT(TCW-IX-VIG) TO TCW-WK-VIGENTES
003860     END-IF
003870     PERFORM 3200-EVALUAR-TOPE
003880         THRU 3200-EVALUAR-TOPE-EXIT
003890     IF NOT TCW-VIG-HALLADO AND TCW-VIG-TABLA-LLENA
003900*-                   ---  SUS VIGENTES PUDIERON QUEDAR SIN CONTAR
003910         MOVE 'NO CONTADO'      TO TCW-LD-OBSERV
003920     END-IF
003930     MOVE CNV-COD-PRODUCTO  TO TCW-LD-PRODUCTO
003940     MOVE CNV-FECHA-INI     TO TCW-LD-FECHA-INI
003950     MOVE CNV-FECHA-FIN     TO TCW-LD-FECHA-FIN
003960     MOVE CNV-TOPE-VIGENTES TO TCW-LD-TOPE
003970     MOVE TCW-WK-VIGENTES   TO TCW-LD-VIGENTES
003980     MOVE TCW-WK-DISPONIBLE TO TCW-LD-DISPONIBLE
003990     MOVE TCW-WK-PORCENTAJE TO TCW-LD-PORCENTAJE
004000     WRITE REC-LINEA FROM TCW-LIN-DET-CONVENIO
004010     PERFORM 3100-LEER-CONVENIO
004020         THRU 3100-LEER-CONVENIO-EXIT
004030     .
004040 3000-EMITIR-UN-CONVENIO-EXIT.
004050     EXIT.
004060
004070 3100-LEER-CONVENIO SECTION.
004080     READ ARCCONVEN NEXT
004090         AT END
004100             SET  TCW-FIN-DE-ARCHIVO TO TRUE
004110     END-READ
004120     .
004130 3100-LEER-CONVENIO-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170*  3200-EVALUAR-TOPE - CALCULA DISPONIBLE Y PORCENTAJE DE   *
004180*                      USO Y SENALA LA SITUACION DEL        *
004190*                      CONVENIO (LA VIGENCIA PRIMA SOBRE EL *
004200*                      TOPE)                                *
004210*----------------------------------------------------------*
004220 3200-EVALUAR-TOPE SECTION.
004230     MOVE ZERO  TO TCW-WK-DISPONIBLE
004240     MOVE ZERO  TO TCW-WK-PORCENTAJE
004250     MOVE SPACE TO TCW-LD-OBSERV
004260     IF CNV-TOPE-VIGENTES > TCW-WK-VIGENTES
004270         COMPUTE TCW-WK-DISPONIBLE =
004280             CNV-TOPE-VIGENTES - TCW-WK-VIGENTES
004290     END-IF
004300     IF CNV-TOPE-VIGENTES > ZERO
004310         COMPUTE TCW-WK-PORCENTAJE =
004320             TCW-WK-VIGENTES * 100 / CNV-TOPE-VIGENTES
004330     END-IF
004340     IF CNV-FECHA-FIN NUMERIC AND NOT CNV-SIN-VENCIMIENTO
004350        AND CNV-FECHA-FIN < TCW-FECHA-PROCESO
004360         ADD 1 TO TCW-CNT-VENCIDOS
004370         MOVE 'VENCIDO'         TO TCW-LD-OBSERV
004380         GO TO 3200-EVALUAR-TOPE-EXIT
004390     END-IF
004400     IF CNV-FECHA-INI NUMERIC
004410        AND CNV-FECHA-INI > TCW-FECHA-PROCESO
004420         MOVE 'AUN NO VIGENTE'  TO TCW-LD-OBSERV
004430         GO TO 3200-EVALUAR-TOPE-EXIT
004440     END-IF
004450     EVALUATE TRUE
004460         WHEN CNV-TOPE-VIGENTES = ZERO
004470             MOVE 'SIN TOPE'        TO TCW-LD-OBSERV
004480         WHEN TCW-WK-VIGENTES > CNV-TOPE-VIGENTES
004490             ADD 1 TO TCW-CNT-EXCEDIDOS
004500             MOVE '*** EXCEDIDO ***' TO TCW-LD-OBSERV
004510         WHEN TCW-WK-VIGENTES = CNV-TOPE-VIGENTES
004520             ADD 1 TO TCW-CNT-EN-TOPE
004530             MOVE 'TOPE ALCANZADO'  TO TCW-LD-OBSERV
004540         WHEN TCW-WK-PORCENTAJE NOT < 90
004550             ADD 1 TO TCW-CNT-AL-LIMITE
004560             MOVE 'AL LIMITE'       TO TCW-LD-OBSERV
004570         WHEN OTHER
004580             CONTINUE
004590     END-EVALUATE
004600     .
004610 3200-EVALUAR-TOPE-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------*
004650*  4000-EMITIR-SIN-CONVENIO - LISTA LAS COMBINACIONES RUC + *
004660*                             PRODUCTO CON VIGENTES QUE NO  *
004670*                             TIENEN CONVENIO REGISTRADO    *
004680*----------------------------------------------------------*
004690 4000-EMITIR-SIN-CONVENIO SECTION.
004700     MOVE SPACE TO REC-LINEA
004710     WRITE REC-LINEA
004720     WRITE REC-LINEA FROM TCW-LIN-TIT-SIN-CONV
004730     PERFORM 4100-EMITIR-UNA-SIN-CONV
004740         THRU 4100-EMITIR-UNA-SIN-CONV-EXIT
004750             VARYING TCW-IX-SCV FROM 1 BY 1
004760             UNTIL TCW-IX-SCV > TCW-CANT-SCV
004770     IF TCW-SCV-TABLA-LLENA
004780         WRITE REC-LINEA FROM TCW-LIN-SCV-INCOMPLETA
004790     END-IF
004800     .
004810 4000-EMITIR-SIN-CONVENIO-EXIT.
004820     EXIT.
004830
004840 4100-EMITIR-UNA-SIN-CONV SECTION.
004850     ADD 1 TO TCW-CNT-SIN-CONV
004860     MOVE TCW-SCV-RUC(TCW-IX-SCV)      TO TCW-LS-RUC
004870     MOVE TCW-SCV-PRODUCTO(TCW-IX-SCV) TO TCW-LS-PRODUCTO
004880     MOVE TCW-SCV-CANT(TCW-IX-SCV)     TO TCW-LS-VIGENTES
004890     WRITE REC-LINEA FROM TCW-LIN-DET-SIN-CONV
004900     .
004910 4100-EMITIR-UNA-SIN-CONV-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------*
004950*  5000-UBICAR-VIGENTES - BUSCA TCW-WK-RUC + PRODUCTO EN LA *
004960*                         TABLA Y DEJA TCW-IX-VIG           *
004970*                         POSICIONADO SI ESTA               *
004980*----------------------------------------------------------*
004990 5000-UBICAR-VIGENTES SECTION.
005000     MOVE 'N' TO TCW-WK-ENCONTRADO
005010     SET  TCW-IX-VIG TO 1
005020     PERFORM 5100-COMPARAR-UNA-VIG
005030         THRU 5100-COMPARAR-UNA-VIG-EXIT
005040             UNTIL TCW-IX-VIG > TCW-CANT-VIG
005050                OR TCW-VIG-HALLADO
005060     .
005070 5000-UBICAR-VIGENTES-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------*
005110*  5050-AGREGAR-VIGENTES - AGREGA EN CERO EL PAR CON        *
005120*                          CONVENIO; CON LA TABLA LLENA LO  *
005130*                          DEJA SIN CONTAR Y AVISA UNA VEZ  *
005140*----------------------------------------------------------*
005150 5050-AGREGAR-VIGENTES SECTION.
005160     IF TCW-CANT-VIG < 2000
005170         ADD 1 TO TCW-CANT-VIG
005180         SET  TCW-IX-VIG TO TCW-CANT-VIG
005190         MOVE TCW-WK-RUC      TO TCW-VIG-RUC(TCW-IX-VIG)
005200         MOVE TCW-WK-PRODUCTO TO TCW-VIG-PRODUCTO(TCW-IX-VIG)
005210         MOVE ZERO            TO TCW-VIG-CANT(TCW-IX-VIG)
005220         SET  TCW-VIG-HALLADO TO TRUE
005230     ELSE
005240         IF NOT TCW-VIG-TABLA-LLENA
005250             DISPLAY 'TCWPTOP - TABLA DE VIGENTES LLENA '
005260                 '(2000) - EL REPORTE YA NO ES COMPLETO'
005270             SET TCW-VIG-TABLA-LLENA TO TRUE
005280         END-IF
005290     END-IF
005300     .
005310 5050-AGREGAR-VIGENTES-EXIT.
005320     EXIT.
005330
005340 5100-COMPARAR-UNA-VIG SECTION.
005350     IF TCW-VIG-RUC(TCW-IX-VIG)          = TCW-WK-RUC
005360        AND TCW-VIG-PRODUCTO(TCW-IX-VIG) = TCW-WK-PRODUCTO
005370         SET  TCW-VIG-HALLADO TO TRUE
005380     ELSE
005390         SET  TCW-IX-VIG UP BY 1
005400     END-IF
005410     .
005420 5100-COMPARAR-UNA-VIG-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------*
005460*  5200-SUMAR-SIN-CONVENIO - SUMA LA VIGENTE AL PAR SIN     *
005470*                            CONVENIO, AGREGANDOLO SI NO    *
005480*                            ESTA; CON LA TABLA LLENA AVISA *
005490*                            UNA VEZ Y LA LISTA QUEDA       *
005500*                            INCOMPLETA                     *
005510*----------------------------------------------------------*
005520 5200-SUMAR-SIN-CONVENIO SECTION.
005530     MOVE 'N' TO TCW-WK-SCV-HALLADO
005540     SET  TCW-IX-SCV TO 1
005550     PERFORM 5300-COMPARAR-UNA-SCV
005560         THRU 5300-COMPARAR-UNA-SCV-EXIT
005570             UNTIL TCW-IX-SCV > TCW-CANT-SCV
005580                OR TCW-SCV-HALLADO
005590     IF NOT TCW-SCV-HALLADO
005600         IF TCW-CANT-SCV < 2000
005610             ADD 1 TO TCW-CANT-SCV
005620             SET  TCW-IX-SCV TO TCW-CANT-SCV
005630             MOVE TCW-WK-RUC      TO TCW-SCV-RUC(TCW-IX-SCV)
005640             MOVE TCW-WK-PRODUCTO TO TCW-SCV-PRODUCTO(TCW-IX-SCV)
005650             MOVE ZERO            TO TCW-SCV-CANT(TCW-IX-SCV)
005660             SET  TCW-SCV-HALLADO TO TRUE
005670         ELSE
005680             IF NOT TCW-SCV-TABLA-LLENA
005690                 DISPLAY 'TCWPTOP - TABLA DE PARES SIN CONVENIO '
005700                     'LLENA (2000) - LA LISTA NO ES COMPLETA'
005710                 SET TCW-SCV-TABLA-LLENA TO TRUE
005720             END-IF
005730         END-IF
005740     END-IF
005750     IF TCW-SCV-HALLADO
005760         ADD 1 TO TCW-SCV-CANT(TCW-IX-SCV)
005770     END-IF
005780     .
005790 5200-SUMAR-SIN-CONVENIO-EXIT.
005800     EXIT.
005810
005820 5300-COMPARAR-UNA-SCV SECTION.
005830     IF TCW-SCV-RUC(TCW-IX-SCV)          = TCW-WK-RUC
005840        AND TCW-SCV-PRODUCTO(TCW-IX-SCV) = TCW-WK-PRODUCTO
005850         SET  TCW-SCV-HALLADO TO TRUE
005860     ELSE
005870         SET  TCW-IX-SCV UP BY 1
005880     END-IF
005890     .
005900 5300-COMPARAR-UNA-SCV-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------*
005940*  8000-IMPRIMIR-TOTALES - RESUMEN DE LA SITUACION DE LOS   *
005950*                          CONVENIOS                        *
005960*----------------------------------------------------------*
005970 8000-IMPRIMIR-TOTALES SECTION.
005980     MOVE SPACE TO REC-LINEA
005990     WRITE REC-LINEA
006000     MOVE 'VIGENTES CON RUC      ' TO TCW-DT-NOMBRE
006010     MOVE TCW-CNT-AFILIAC          TO TCW-DT-CANT
006020     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006030     MOVE 'EMPLEADORES           ' TO TCW-DT-NOMBRE
006040     MOVE TCW-CNT-EMPLEADORES      TO TCW-DT-CANT
006050     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006060     MOVE 'CONVENIOS             ' TO TCW-DT-NOMBRE
006070     MOVE TCW-CNT-CONVENIOS        TO TCW-DT-CANT
006080     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006090     MOVE 'VENCIDOS              ' TO TCW-DT-NOMBRE
006100     MOVE TCW-CNT-VENCIDOS         TO TCW-DT-CANT
006110     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006120     MOVE 'EXCEDIDOS             ' TO TCW-DT-NOMBRE
006130     MOVE TCW-CNT-EXCEDIDOS        TO TCW-DT-CANT
006140     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006150     MOVE 'EN EL TOPE            ' TO TCW-DT-NOMBRE
006160     MOVE TCW-CNT-EN-TOPE          TO TCW-DT-CANT
006170     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006180     MOVE 'AL LIMITE (90% O MAS) ' TO TCW-DT-NOMBRE
006190     MOVE TCW-CNT-AL-LIMITE        TO TCW-DT-CANT
006200     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006210     MOVE 'SIN CONVENIO          ' TO TCW-DT-NOMBRE
006220     MOVE TCW-CNT-SIN-CONV         TO TCW-DT-CANT
006230     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
006240     .
006250 8000-IMPRIMIR-TOTALES-EXIT.
006260     EXIT.
006270
006280 8200-BUSCAR-RAZON-SOCIAL SECTION.
006290     MOVE SPACE TO TCW-LE-RAZSOC
006300     IF NOT TCW-EMPLEAD-ABIERTO
006310         MOVE 'EMPLEADOR NO REGISTRADO' TO TCW-LE-RAZSOC
006320         GO TO 8200-BUSCAR-RAZON-SOCIAL-EXIT
006330     END-IF
006340     MOVE CNV-RUC TO EMP-RUC
006350     READ ARCEMPLEAD
006360         KEY IS EMP-RUC
006370         INVALID KEY
006380             MOVE 'EMPLEADOR NO REGISTRADO' TO TCW-LE-RAZSOC
006390             GO TO 8200-BUSCAR-RAZON-SOCIAL-EXIT
006400     END-READ
006410     MOVE EMP-RAZON-SOCIAL TO TCW-LE-RAZSOC
006420     .
006430 8200-BUSCAR-RAZON-SOCIAL-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------*
006470*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN; CON   *
006480*               CONVENIOS EXCEDIDOS TERMINA CON RETURN-CODE *
006490*               4 PARA AVISO AL AREA COMERCIAL, Y CON 8 SI  *
006500*               ALGUNA TABLA SE LLENO (REPORTE INCOMPLETO)  *
006510*----------------------------------------------------------*
006520 9000-FINAL SECTION.
006530     IF TCW-CONVEN-ABIERTO
006540         CLOSE ARCCONVEN
006550     END-IF
006560     IF TCW-EMPLEAD-ABIERTO
006570         CLOSE ARCEMPLEAD
006580     END-IF
006590     CLOSE ARCRPTTOP
006600     IF TCW-VIG-TABLA-LLENA OR TCW-SCV-TABLA-LLENA
006610         MOVE 8    TO RETURN-CODE
006620     ELSE
006630         IF TCW-CNT-EXCEDIDOS > ZERO
006640             MOVE 4    TO RETURN-CODE
006650         ELSE
006660             MOVE ZERO TO RETURN-CODE
006670         END-IF
006680     END-IF
006690     DISPLAY 'TCWPTOP - USO SEMANAL DE CONVENIOS'
006700     DISPLAY 'VIGENTES CON RUC     : ' TCW-CNT-AFILIAC
006710     DISPLAY 'CONVENIOS            : ' TCW-CNT-CONVENIOS
006720     DISPLAY 'VENCIDOS             : ' TCW-CNT-VENCIDOS
006730     DISPLAY 'EXCEDIDOS            : ' TCW-CNT-EXCEDIDOS
006740     DISPLAY 'EN EL TOPE           : ' TCW-CNT-EN-TOPE
006750     DISPLAY 'AL LIMITE            : ' TCW-CNT-AL-LIMITE
006760     DISPLAY 'SIN CONVENIO         : ' TCW-CNT-SIN-CONV
006770     .
006780 9000-FINAL-EXIT.
006790     EXIT.
