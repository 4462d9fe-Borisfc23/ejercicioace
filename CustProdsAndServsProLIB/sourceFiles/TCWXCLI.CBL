000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWXCLI.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. CARGA DIARIA DE LOS ARCHIVOS DE *
000110*                 ELEGIBILIDAD DEL CLIENTE QUE VALIDA       *
000120*                 TCW0WVC: ESTADO DE CLIENTES (ADQCLIE) Y   *
000130*                 PERSONAS BLOQUEADAS (ADQBLOQ), DESDE LOS  *
000140*                 EXTRACTOS COMPLETOS DEL DIA. EL REGISTRO  *
000150*                 QUE YA NO VIENE EN SU EXTRACTO SE RETIRA. *
000160*                 LISTA PARA CUMPLIMIENTO LAS AFILIACIONES  *
000170*                 VIGENTES (ADQAFIL) DE LOS CLIENTES QUE    *
000180*                 DEJARON DE SER ELEGIBLES EN ESTA CARGA,   *
000190*                 PARA DECIDIR LA BAJA (TAMBIEN LOS ACTIVOS *
000200*                 RETIRADOS DEL MAESTRO DE CLIENTES).       *
000210*                 RETURN-CODE: 0=LIMPIO, 4=HAY REGISTROS    *
000220*                 ERRONEOS O AFILIACIONES A REVISAR,        *
000230*                 8=ALGUN EXTRACTO VACIO O SIN REGISTROS    *
000240*                 VALIDOS (NO SE DEPURA SU ARCHIVO).        *
000250*----------------------------------------------------------*
000260*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000270*  OBJETIVO : CARGA DE ELEGIBILIDAD DE CLIENTES             *
000280*  ENTRADA  : ARCEXTCLI  - EXTRACTO ESTADO CLIENTES (ADQWCLX)*
000290*             ARCEXTBLQ  - EXTRACTO BLOQUEADOS (ADQWBLX)    *
000300*             ARCAFILIAC - MAESTRO DE AFILIACIONES (ADQAFIL)*
000310*  SALIDA   : ARCCLIEST  - ESTADO DE CLIENTES (ADQCLIE)     *
000320*             ARCPERBLQ  - PERSONAS BLOQUEADAS (ADQBLOQ)    *
000330*             ARCRPTCLI  - REPORTE DE CARGA Y DE NUEVOS     *
000340*                          BLOQUEOS CON AFILIACION VIGENTE  *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ARCEXTCLI  ASSIGN TO EXTCLI
000420         ORGANIZATION  IS LINE SEQUENTIAL
000430         FILE STATUS   IS TCW-FS-EXTCLI.
000440
000450     SELECT ARCEXTBLQ  ASSIGN TO EXTBLQ
000460         ORGANIZATION  IS LINE SEQUENTIAL
000470         FILE STATUS   IS TCW-FS-EXTBLQ.
000480
000490     SELECT ARCCLIEST  ASSIGN TO CLIEST
000500         ORGANIZATION  IS INDEXED
000510         ACCESS MODE   IS DYNAMIC
000520         RECORD KEY    IS CLI-COD-UNICO
000530         FILE STATUS   IS TCW-FS-CLIEST.
000540
000550     SELECT ARCPERBLQ  ASSIGN TO PERBLQ
000560         ORGANIZATION  IS INDEXED
000570         ACCESS MODE   IS DYNAMIC
000580         RECORD KEY    IS BLQ-COD-UNICO
000590         FILE STATUS   IS TCW-FS-PERBLQ.
000600
000610     SELECT ARCAFILIAC ASSIGN TO AFILIAC
000620         ORGANIZATION  IS INDEXED
000630         ACCESS MODE   IS DYNAMIC
000640         RECORD KEY    IS AFI-CLAVE
000650         FILE STATUS   IS TCW-FS-AFILIAC.
000660
000670     SELECT ARCRPTCLI  ASSIGN TO RPTCLI
000680         ORGANIZATION  IS LINE SEQUENTIAL
000690         FILE STATUS   IS TCW-FS-RPTCLI.
000700
000710     SELECT ARCSRTWRK  ASSIGN TO SRTWRK.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ARCEXTCLI
000760     RECORDING MODE IS F.
000770     COPY ADQWCLX.
000780
000790 FD  ARCEXTBLQ
000800     RECORDING MODE IS F.
000810     COPY ADQWBLX.
000820
000830 FD  ARCCLIEST
000840     RECORDING MODE IS F.
000850     COPY ADQCLIE.
000860
000870 FD  ARCPERBLQ
000880     RECORDING MODE IS F.
000890     COPY ADQBLOQ.
000900
000910 FD  ARCAFILIAC
000920     RECORDING MODE IS F.
000930     COPY ADQAFIL.
000940
000950 FD  ARCRPTCLI
000960     RECORDING MODE IS F.
000970 01  REC-LINEA               PIC X(80).
000980
000990*----------------------------------------------------------*
001000*  CLIENTES QUE DEJARON DE SER ELEGIBLES EN ESTA CARGA: UNO *
001010*  POR ESTADO NUEVO Y/O UNO POR INCLUSION EN LA LISTA       *
001020*----------------------------------------------------------*
001030 SD  ARCSRTWRK.
001040 01  SRT-REGISTRO.
001050     03  SRT-COD-UNICO       PIC 9(10).
001060     03  SRT-TIPO            PIC X(01).
001070         88  SRT-POR-ESTADO          VALUE 'E'.
001080         88  SRT-POR-LISTA           VALUE 'L'.
001090     03  SRT-DESCRIP         PIC X(60).
001100
001110 WORKING-STORAGE SECTION.
001120 01  TCW-INDICADORES-ARCHIVO.
001130     05  TCW-FS-EXTCLI        PIC X(02).
001140         88  TCW-OK-EXTCLI           VALUE '00'.
001150     05  TCW-FS-EXTBLQ        PIC X(02).
001160         88  TCW-OK-EXTBLQ           VALUE '00'.
001170     05  TCW-FS-CLIEST        PIC X(02).
001180         88  TCW-OK-CLIEST           VALUE '00'.
001190         88  TCW-NOENC-CLIEST        VALUE '23'.
001200     05  TCW-FS-PERBLQ        PIC X(02).
001210         88  TCW-OK-PERBLQ           VALUE '00'.
001220         88  TCW-NOENC-PERBLQ        VALUE '23'.
001230     05  TCW-FS-AFILIAC       PIC X(02).
001240         88  TCW-OK-AFILIAC          VALUE '00'.
001250     05  TCW-FS-RPTCLI        PIC X(02).
001260         88  TCW-OK-RPTCLI           VALUE '00'.
001270
001280 01  TCW-SWITCHES.
001290     05  TCW-SW-FINEXTCLI    PIC X(01) VALUE SPACE.
001300         88  TCW-FIN-EXTCLI         VALUE 'S'.
001310     05  TCW-SW-FINEXTBLQ    PIC X(01) VALUE SPACE.
001320         88  TCW-FIN-EXTBLQ         VALUE 'S'.
001330     05  TCW-SW-FINDEPURA    PIC X(01) VALUE SPACE.
001340         88  TCW-FIN-DEPURACION     VALUE 'S'.
001350     05  TCW-SW-FINORDENADO  PIC X(01) VALUE SPACE.
001360         88  TCW-FIN-DE-ORDENADO    VALUE 'S'.
001370     05  TCW-SW-FINAFILIAC   PIC X(01) VALUE SPACE.
001380         88  TCW-FIN-AFILIACIONES   VALUE 'S'.
001390     05  TCW-SW-INICIAL-CLI  PIC X(01) VALUE SPACE.
001400         88  TCW-CARGA-INICIAL-CLI  VALUE 'S'.
001410     05  TCW-SW-INICIAL-BLQ  PIC X(01) VALUE SPACE.
001420         88  TCW-CARGA-INICIAL-BLQ  VALUE 'S'.
001430     05  TCW-SW-AFILIAC-ABTO PIC X(01) VALUE SPACE.
001440         88  TCW-AFILIAC-ABIERTO    VALUE 'S'.
001450     05  TCW-SW-CORTE        PIC X(01) VALUE SPACE.
001460         88  TCW-CORTE-ABIERTO      VALUE 'S'.
001470     05  TCW-SW-CLIENTE-IMPR PIC X(01) VALUE SPACE.
001480         88  TCW-CLIENTE-IMPRESO    VALUE 'S'.
001490     05  TCW-SW-EXTCLI-VACIO PIC X(01) VALUE SPACE.
001500         88  TCW-EXTCLI-VACIO       VALUE 'S'.
001510     05  TCW-SW-EXTBLQ-VACIO PIC X(01) VALUE SPACE.
001520         88  TCW-EXTBLQ-VACIO       VALUE 'S'.
001530
001540 01  TCW-FECHA-PROCESO       PIC 9(06).
001550 01  TCW-FECHA-PROCESO-X     REDEFINES TCW-FECHA-PROCESO
001560                             PIC X(06).
001570 01  TCW-ESTADO-ANTERIOR     PIC X(01).
001580 01  TCW-MOTIVO-ERROR        PIC X(40).
001590
001600*----------------------------------------------------------*
001610*  CLIENTE EN CURSO EN EL LISTADO DE NUEVOS BLOQUEOS Y SUS  *
001620*  MOTIVOS (ESTADO Y/O LISTA)                               *
001630*----------------------------------------------------------*
001640 01  TCW-CLIENTE-ACTUAL.
001650     05  TCW-CA-COD-UNICO    PIC 9(10).
001660     05  TCW-CA-CANT-MOT     PIC 9(01) COMP.
001670     05  TCW-CA-MOTIVO       PIC X(60) OCCURS 2 TIMES.
001680 01  TCW-IX-MOT              PIC 9(01) COMP VALUE ZERO.
001690
001700 01  TCW-CONTADORES.
001710     05  TCW-CNT-CLI-LEIDOS  PIC 9(09) COMP VALUE ZERO.
001720     05  TCW-CNT-CLI-NUEVOS  PIC 9(09) COMP VALUE ZERO.
001730     05  TCW-CNT-CLI-CAMBIOS PIC 9(09) COMP VALUE ZERO.
001740     05  TCW-CNT-CLI-NO-RECON
001750                             PIC 9(09) COMP VALUE ZERO.
001760     05  TCW-CNT-CLI-RETIRADOS
001770                             PIC 9(09) COMP VALUE ZERO.
001780     05  TCW-CNT-BLQ-LEIDOS  PIC 9(09) COMP VALUE ZERO.
001790     05  TCW-CNT-BLQ-NUEVOS  PIC 9(09) COMP VALUE ZERO.
001800     05  TCW-CNT-BLQ-RETIRADOS
001810                             PIC 9(09) COMP VALUE ZERO.
001820     05  TCW-CNT-ERRONEOS    PIC 9(07) COMP VALUE ZERO.
001830     05  TCW-CNT-CLI-ERRONEOS
001840                             PIC 9(09) COMP VALUE ZERO.
001850     05  TCW-CNT-BLQ-ERRONEOS
001860                             PIC 9(09) COMP VALUE ZERO.
001870     05  TCW-CNT-NO-ELEGIBLES
001880                             PIC 9(07) COMP VALUE ZERO.
001890     05  TCW-CNT-CON-VIGENTES
001900                             PIC 9(07) COMP VALUE ZERO.
001910     05  TCW-CNT-VIGENTES    PIC 9(07) COMP VALUE ZERO.
001920
001930 01  TCW-LINEAS-REPORTE.
001940     05  TCW-LIN-TITULO.
001950         10  FILLER          PIC X(40) VALUE
001960             'CARGA DE ELEGIBILIDAD DE CLIENTES - DIA '.
001970         10  FILLER          PIC X(01) VALUE SPACE.
001980         10  TCW-LT-FECHA    PIC 9(06).
001990         10  FILLER          PIC X(33) VALUE SPACE.
002000     05  TCW-LIN-DET-ERROR.
002010         10  FILLER          PIC X(09) VALUE 'ERRONEO  '.
002020         10  TCW-DE-ARCHIVO  PIC X(09).
002030         10  FILLER          PIC X(01) VALUE SPACE.
002040         10  TCW-DE-COD-UNICO
002050                             PIC X(10).
002060         10  FILLER          PIC X(01) VALUE SPACE.
002070         10  TCW-DE-MOTIVO   PIC X(40).
002080         10  FILLER          PIC X(10) VALUE SPACE.
002090     05  TCW-LIN-SUBTITULO.
002100         10  FILLER          PIC X(40) VALUE
002110             'AFILIACIONES VIGENTES DE CLIENTES QUE DE'.
002120         10  FILLER          PIC X(40) VALUE
002130             'JARON DE SER ELEGIBLES                  '.
002140     05  TCW-LIN-CLIENTE.
002150         10  FILLER          PIC X(08) VALUE 'CLIENTE '.
002160         10  TCW-LC-COD-UNICO
002170                             PIC 9(10).
002180         10  FILLER          PIC X(02) VALUE SPACE.
002190         10  TCW-LC-NOMBRE   PIC X(40).
002200         10  FILLER          PIC X(20) VALUE SPACE.
002210     05  TCW-LIN-MOTIVO.
002220         10  FILLER          PIC X(10) VALUE '  MOTIVO  '.
002230         10  TCW-LM-DESCRIP  PIC X(60).
002240         10  FILLER          PIC X(10) VALUE SPACE.
002250     05  TCW-LIN-COLUMNAS.
002260         10  FILLER          PIC X(40) VALUE
002270             '  PRD NRO CUENTA/TARJETA     RUC EMPLEAD'.
002280         10  FILLER          PIC X(40) VALUE
002290             'OR  AFILIADA                            '.
002300     05  TCW-LIN-AFILIACION.
002310         10  FILLER          PIC X(02) VALUE SPACE.
002320         10  TCW-LA-PRODUCTO PIC 9(03).
002330         10  FILLER          PIC X(01) VALUE SPACE.
002340         10  TCW-LA-NROCTA   PIC X(20).
002350         10  FILLER          PIC X(01) VALUE SPACE.
002360         10  TCW-LA-RUC      PIC 9(11).
002370         10  FILLER          PIC X(05) VALUE SPACE.
002380         10  TCW-LA-FECHA    PIC X(06).
002390         10  FILLER          PIC X(31) VALUE SPACE.
002400     05  TCW-LIN-DET-TOTAL.
002410         10  TCW-DT-NOMBRE   PIC X(30).
002420         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
002430         10  FILLER          PIC X(39) VALUE SPACE.
002440
002450 PROCEDURE DIVISION.
002460*----------------------------------------------------------*
002470*  0000-MAINLINE - CARGA LOS DOS ARCHIVOS (PROCEDIMIENTO DE *
002480*                  ENTRADA DEL SORT) Y LISTA LAS AFILIACIO- *
002490*                  NES VIGENTES DE LOS NUEVOS NO ELEGIBLES  *
002500*                  ORDENADOS POR CLIENTE                    *
002510*----------------------------------------------------------*
002520 0000-MAINLINE SECTION.
002530     PERFORM 1000-INICIAL
002540         THRU 1000-INICIAL-EXIT
002550     SORT ARCSRTWRK
002560         ON ASCENDING KEY SRT-COD-UNICO
002570                          SRT-TIPO
002580         INPUT  PROCEDURE IS 2000-CARGAR-ARCHIVOS
002590         OUTPUT PROCEDURE IS 3000-LISTAR-NO-ELEGIBLES
002600     PERFORM 8000-IMPRIMIR-TOTALES
002610         THRU 8000-IMPRIMIR-TOTALES-EXIT
002620     PERFORM 9000-FINAL
002630         THRU 9000-FINAL-EXIT
002640     GOBACK
002650     .
002660 0000-MAINLINE-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------*
002700*  1000-INICIAL - ABRE ARCHIVOS. LOS ARCHIVOS LOCALES SE    *
002710*                 CREAN EN LA PRIMERA CARGA; ESA CARGA NO   *
002720*                 SE COMPARA CON EL DIA ANTERIOR            *
002730*----------------------------------------------------------*
002740 1000-INICIAL SECTION.
002750     ACCEPT TCW-FECHA-PROCESO FROM DATE
002760     OPEN INPUT  ARCEXTCLI
002770     IF NOT TCW-OK-EXTCLI
002780         DISPLAY 'TCWXCLI - ERROR AL ABRIR ARCEXTCLI - STATUS '
002790             TCW-FS-EXTCLI
002800         MOVE 8 TO RETURN-CODE
002810         GOBACK
002820     END-IF
002830     OPEN INPUT  ARCEXTBLQ
002840     IF NOT TCW-OK-EXTBLQ
002850         DISPLAY 'TCWXCLI - ERROR AL ABRIR ARCEXTBLQ - STATUS '
002860             TCW-FS-EXTBLQ
002870         MOVE 8 TO RETURN-CODE
002880         GOBACK
002890     END-IF
002900     OPEN I-O ARCCLIEST
002910     IF NOT TCW-OK-CLIEST
002920         OPEN OUTPUT ARCCLIEST
002930         CLOSE ARCCLIEST
002940         OPEN I-O ARCCLIEST
002950         SET  TCW-CARGA-INICIAL-CLI TO TRUE
002960     END-IF
002970     IF NOT TCW-OK-CLIEST
002980         DISPLAY 'TCWXCLI - ERROR AL ABRIR ARCCLIEST - STATUS '
002990             TCW-FS-CLIEST
003000         MOVE 8 TO RETURN-CODE
003010         GOBACK
003020     END-IF
003030     OPEN I-O ARCPERBLQ
003040     IF NOT TCW-OK-PERBLQ
003050         OPEN OUTPUT ARCPERBLQ
003060         CLOSE ARCPERBLQ
003070         OPEN I-O ARCPERBLQ
003080         SET  TCW-CARGA-INICIAL-BLQ TO TRUE
003090     END-IF
003100     IF NOT TCW-OK-PERBLQ
003110         DISPLAY 'TCWXCLI - ERROR AL ABRIR ARCPERBLQ - STATUS '
003120             TCW-FS-PERBLQ
003130         MOVE 8 TO RETURN-CODE
003140         GOBACK
003150     END-IF
003160     OPEN INPUT  ARCAFILIAC
003170     IF TCW-OK-AFILIAC
003180         SET  TCW-AFILIAC-ABIERTO TO TRUE
003190     ELSE
003200         DISPLAY 'TCWXCLI - SIN MAESTRO DE AFILIACIONES - STATUS '
003210             TCW-FS-AFILIAC ' - NO SE LISTAN VIGENTES'
003220     END-IF
003230     OPEN OUTPUT ARCRPTCLI
003240     IF NOT TCW-OK-RPTCLI
003250         DISPLAY 'TCWXCLI - ERROR AL ABRIR ARCRPTCLI - STATUS '
003260             TCW-FS-RPTCLI
003270         MOVE 8 TO RETURN-CODE
003280         GOBACK
003290     END-IF
003300     MOVE TCW-FECHA-PROCESO TO TCW-LT-FECHA
003310     WRITE REC-LINEA FROM TCW-LIN-TITULO
003320     MOVE SPACE TO REC-LINEA
003330     WRITE REC-LINEA
003340     IF TCW-CARGA-INICIAL-CLI
003350         MOVE 'CARGA INICIAL DEL ESTADO DE CLIENTES'
003360             TO REC-LINEA
003370         WRITE REC-LINEA
003380     END-IF
003390     IF TCW-CARGA-INICIAL-BLQ
003400         MOVE 'CARGA INICIAL DE PERSONAS BLOQUEADAS'
003410             TO REC-LINEA
003420         WRITE REC-LINEA
003430     END-IF
003440     .
003450 1000-INICIAL-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------*
003490*  2000-CARGAR-ARCHIVOS - PROCEDIMIENTO DE ENTRADA DEL SORT:*
003500*                         APLICA CADA EXTRACTO A SU ARCHIVO *
003510*                         Y RETIRA LO QUE YA NO VIENE. UN   *
003520*                         EXTRACTO VACIO O SIN REGISTROS    *
003530*                         VALIDOS NO DEPURA (SE CONSERVA LO *
003540*                         DEL DIA ANTERIOR); CADA EXTRACTO  *
003550*                         CUENTA SUS PROPIOS ERRONEOS       *
003560*----------------------------------------------------------*
003570 2000-CARGAR-ARCHIVOS SECTION.
003580     PERFORM 2100-LEER-EXTCLI
003590         THRU 2100-LEER-EXTCLI-EXIT
003600     PERFORM 2200-UN-CLIENTE
003610         THRU 2200-UN-CLIENTE-EXIT
003620             UNTIL TCW-FIN-EXTCLI
003630     IF TCW-CNT-CLI-LEIDOS = TCW-CNT-CLI-ERRONEOS
003640         DISPLAY 'TCWXCLI - EXTRACTO DE CLIENTES VACIO - NO SE '
003650             'DEPURA ARCCLIEST'
003660         SET  TCW-EXTCLI-VACIO TO TRUE
003670     ELSE
003680         PERFORM 2400-DEPURAR-CLIENTES
003690             THRU 2400-DEPURAR-CLIENTES-EXIT
003700     END-IF
003710     PERFORM 2500-LEER-EXTBLQ
003720         THRU 2500-LEER-EXTBLQ-EXIT
003730     PERFORM 2600-UNA-PERSONA
003740         THRU 2600-UNA-PERSONA-EXIT
003750             UNTIL TCW-FIN-EXTBLQ
003760     IF TCW-CNT-BLQ-LEIDOS = TCW-CNT-BLQ-ERRONEOS
003770         DISPLAY 'TCWXCLI - EXTRACTO DE BLOQUEADOS VACIO - NO SE '
003780             'DEPURA ARCPERBLQ'
003790         SET  TCW-EXTBLQ-VACIO TO TRUE
003800     ELSE
003810         PERFORM 2800-DEPURAR-BLOQUEADOS
003820             THRU 2800-DEPURAR-BLOQUEADOS-EXIT
003830     END-IF
003840     .
003850 2000-CARGAR-ARCHIVOS-EXIT.
003860     EXIT.
003870
003880 2100-LEER-EXTCLI SECTION.
003890     READ ARCEXTCLI
003900         AT END
003910             SET  TCW-FIN-EXTCLI TO TRUE
003920             GO TO 2100-LEER-EXTCLI-EXIT
003930     END-READ
003940     ADD 1 TO TCW-CNT-CLI-LEIDOS
003950     .
003960 2100-LEER-EXTCLI-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------*
004000*  2200-UN-CLIENTE - ALTA O ACTUALIZACION DEL ESTADO. EL    *
004010*                    CLIENTE QUE ERA ACTIVO (O NO EXISTIA)  *
004020*                    Y AHORA NO LO ES DEJO DE SER ELEGIBLE  *
004030*----------------------------------------------------------*
004040 2200-UN-CLIENTE SECTION.
004050     IF CLX-COD-UNICO NOT NUMERIC OR CLX-COD-UNICO = ZERO
004060         MOVE 'CODIGO UNICO NO VALIDO' TO TCW-MOTIVO-ERROR
004070         MOVE 'ARCEXTCLI'              TO TCW-DE-ARCHIVO
004080         MOVE CLX-COD-UNICO            TO TCW-DE-COD-UNICO
004090         PERFORM 2900-REGISTRO-ERRONEO
004100             THRU 2900-REGISTRO-ERRONEO-EXIT
004110         GO TO 2200-UN-CLIENTE-SIGUIENTE
004120     END-IF
004130     IF CLX-ESTADO NOT = 'A' AND NOT = 'F'
004140                  AND NOT = 'C' AND NOT = 'L'
004150         ADD 1 TO TCW-CNT-CLI-NO-RECON
004160     END-IF
004170     MOVE CLX-COD-UNICO TO CLI-COD-UNICO
004180     READ ARCCLIEST
004190         KEY IS CLI-COD-UNICO
004200         INVALID KEY
004210             MOVE 'A' TO TCW-ESTADO-ANTERIOR
004220             PERFORM 2300-MOVER-CLIENTE
004230                 THRU 2300-MOVER-CLIENTE-EXIT
004240             WRITE ADQCLIE
004250                 INVALID KEY
004260                     MOVE 'NO SE PUDO GRABAR EL CLIENTE'
004270                         TO TCW-MOTIVO-ERROR
004280                     MOVE 'ARCCLIEST'   TO TCW-DE-ARCHIVO
004290                     MOVE CLX-COD-UNICO TO TCW-DE-COD-UNICO
004300                     PERFORM 2900-REGISTRO-ERRONEO
004310                         THRU 2900-REGISTRO-ERRONEO-EXIT
004320                     GO TO 2200-UN-CLIENTE-SIGUIENTE
004330             END-WRITE
004340             ADD 1 TO TCW-CNT-CLI-NUEVOS
004350             GO TO 2200-UN-CLIENTE-NUEVO-BLOQUEO
004360     END-READ
004370     MOVE CLI-ESTADO TO TCW-ESTADO-ANTERIOR
004380     IF CLX-ESTADO NOT = CLI-ESTADO
004390         ADD 1 TO TCW-CNT-CLI-CAMBIOS
004400     END-IF
004410     PERFORM 2300-MOVER-CLIENTE
004420         THRU 2300-MOVER-CLIENTE-EXIT
004430     REWRITE ADQCLIE
004440         INVALID KEY
004450             MOVE 'NO SE PUDO REGRABAR EL CLIENTE'
004460                 TO TCW-MOTIVO-ERROR
004470             MOVE 'ARCCLIEST'   TO TCW-DE-ARCHIVO
004480             MOVE CLX-COD-UNICO TO TCW-DE-COD-UNICO
004490             PERFORM 2900-REGISTRO-ERRONEO
004500                 THRU 2900-REGISTRO-ERRONEO-EXIT
004510             GO TO 2200-UN-CLIENTE-SIGUIENTE
004520     END-REWRITE
004530     .
004540 2200-UN-CLIENTE-NUEVO-BLOQUEO.
004550     IF TCW-ESTADO-ANTERIOR = 'A' AND NOT CLI-ACTIVO
004560        AND NOT TCW-CARGA-INICIAL-CLI
004570         MOVE CLI-COD-UNICO TO SRT-COD-UNICO
004580         SET  SRT-POR-ESTADO TO TRUE
004590         MOVE SPACE         TO SRT-DESCRIP
004600         EVALUATE TRUE
004610             WHEN CLI-FALLECIDO
004620                 MOVE 'ESTADO F - CLIENTE FALLECIDO DESDE'
004630                     TO SRT-DESCRIP
004640             WHEN CLI-CERRADO
004650                 MOVE 'ESTADO C - CLIENTE CERRADO DESDE'
004660                     TO SRT-DESCRIP
004670             WHEN CLI-BLOQUEO-PLAFT
004680                 MOVE 'ESTADO L - BLOQUEO PLAFT DESDE'
004690                     TO SRT-DESCRIP
004700             WHEN OTHER
004710                 MOVE 'ESTADO X - NO HABILITADO DESDE'
004720                     TO SRT-DESCRIP
004730                 MOVE CLI-ESTADO TO SRT-DESCRIP(8:1)
004740         END-EVALUATE
004750         MOVE CLI-FECHA-ESTADO TO SRT-DESCRIP(37:6)
004760         RELEASE SRT-REGISTRO
004770     END-IF
004780     .
004790 2200-UN-CLIENTE-SIGUIENTE.
004800     PERFORM 2100-LEER-EXTCLI
004810         THRU 2100-LEER-EXTCLI-EXIT
004820     .
004830 2200-UN-CLIENTE-EXIT.
004840     EXIT.
004850
004860 2300-MOVER-CLIENTE SECTION.
004870     MOVE CLX-ESTADO        TO CLI-ESTADO
004880     MOVE CLX-FECHA-ESTADO  TO CLI-FECHA-ESTADO
004890     MOVE CLX-NOMBRE        TO CLI-NOMBRE
004900     MOVE TCW-FECHA-PROCESO TO CLI-FECHA-CARGA
004910     MOVE SPACE             TO CLI-FILLER
004920     .
004930 2300-MOVER-CLIENTE-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------*
004970*  2400-DEPURAR-CLIENTES - RETIRA LOS CLIENTES QUE NO VINIE-*
004980*                          RON EN EL EXTRACTO DEL DIA; EL   *
004990*                          QUE ERA ACTIVO DEJA DE SER       *
005000*                          ELEGIBLE Y VA AL LISTADO         *
005010*----------------------------------------------------------*
005020 2400-DEPURAR-CLIENTES SECTION.
005030     MOVE SPACE      TO TCW-SW-FINDEPURA
005040     MOVE LOW-VALUES TO CLI-COD-UNICO
005050     START ARCCLIEST
005060         KEY IS NOT LESS THAN CLI-COD-UNICO
005070         INVALID KEY
005080             SET  TCW-FIN-DEPURACION TO TRUE
005090     END-START
005100     PERFORM 2410-UN-CLIENTE-DEPURA
005110         THRU 2410-UN-CLIENTE-DEPURA-EXIT
005120             UNTIL TCW-FIN-DEPURACION
005130     .
005140 2400-DEPURAR-CLIENTES-EXIT.
005150     EXIT.
005160
005170 2410-UN-CLIENTE-DEPURA SECTION.
005180     READ ARCCLIEST NEXT
005190         AT END
005200             SET  TCW-FIN-DEPURACION TO TRUE
005210             GO TO 2410-UN-CLIENTE-DEPURA-EXIT
005220     END-READ
005230     IF CLI-FECHA-CARGA = TCW-FECHA-PROCESO-X
005240         GO TO 2410-UN-CLIENTE-DEPURA-EXIT
005250     END-IF
005260     IF CLI-ACTIVO
005270         MOVE CLI-COD-UNICO TO SRT-COD-UNICO
005280         SET  SRT-POR-ESTADO TO TRUE
005290         MOVE 'RETIRADO DEL MAESTRO DE CLIENTES'
005300             TO SRT-DESCRIP
005310         RELEASE SRT-REGISTRO
005320     END-IF
005330     DELETE ARCCLIEST
005340         INVALID KEY
005350             GO TO 2410-UN-CLIENTE-DEPURA-EXIT
005360     END-DELETE
005370     ADD 1 TO TCW-CNT-CLI-RETIRADOS
005380     .
005390 2410-UN-CLIENTE-DEPURA-EXIT.
005400     EXIT.
005410
005420 2500-LEER-EXTBLQ SECTION.
005430     READ ARCEXTBLQ
005440         AT END
005450             SET  TCW-FIN-EXTBLQ TO TRUE
005460             GO TO 2500-LEER-EXTBLQ-EXIT
005470     END-READ
005480     ADD 1 TO TCW-CNT-BLQ-LEIDOS
005490     .
005500 2500-LEER-EXTBLQ-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------*
005540*  2600-UNA-PERSONA - ALTA O ACTUALIZACION EN LA LISTA. LA  *
005550*                     PERSONA QUE NO ESTABA EN LA LISTA DEJO*
005560*                     DE SER ELEGIBLE                       *
005570*----------------------------------------------------------*
005580 2600-UNA-PERSONA SECTION.
005590     IF BLX-COD-UNICO NOT NUMERIC OR BLX-COD-UNICO = ZERO
005600         MOVE 'CODIGO UNICO NO VALIDO' TO TCW-MOTIVO-ERROR
005610         MOVE 'ARCEXTBLQ'              TO TCW-DE-ARCHIVO
005620         MOVE BLX-COD-UNICO            TO TCW-DE-COD-UNICO
005630         PERFORM 2900-REGISTRO-ERRONEO
005640             THRU 2900-REGISTRO-ERRONEO-EXIT
005650         GO TO 2600-UNA-PERSONA-SIGUIENTE
005660     END-IF
005670     MOVE BLX-COD-UNICO TO BLQ-COD-UNICO
005680     READ ARCPERBLQ
005690         KEY IS BLQ-COD-UNICO
005700         INVALID KEY
005710             PERFORM 2700-MOVER-PERSONA
005720                 THRU 2700-MOVER-PERSONA-EXIT
005730             WRITE ADQBLOQ
005740                 INVALID KEY
005750                     MOVE 'NO SE PUDO GRABAR LA PERSONA'
005760                         TO TCW-MOTIVO-ERROR
005770                     MOVE 'ARCPERBLQ'   TO TCW-DE-ARCHIVO
005780                     MOVE BLX-COD-UNICO TO TCW-DE-COD-UNICO
005790                     PERFORM 2900-REGISTRO-ERRONEO
005800                         THRU 2900-REGISTRO-ERRONEO-EXIT
005810                     GO TO 2600-UNA-PERSONA-SIGUIENTE
005820             END-WRITE
005830             ADD 1 TO TCW-CNT-BLQ-NUEVOS
005840             IF NOT TCW-CARGA-INICIAL-BLQ
005850                 MOVE BLQ-COD-UNICO TO SRT-COD-UNICO
005860                 SET  SRT-POR-LISTA TO TRUE
005870                 MOVE SPACE         TO SRT-DESCRIP
005880                 STRING 'LISTA '    DELIMITED BY SIZE
005890                        BLQ-LISTA   DELIMITED BY SIZE
005900                        ' '         DELIMITED BY SIZE
005910                        BLQ-FECHA-INCLUSION
005920                                    DELIMITED BY SIZE
005930                        ' '         DELIMITED BY SIZE
005940                        BLQ-MOTIVO  DELIMITED BY SIZE
005950                        INTO SRT-DESCRIP
005960                 END-STRING
005970                 RELEASE SRT-REGISTRO
005980             END-IF
005990             GO TO 2600-UNA-PERSONA-SIGUIENTE
006000     END-READ
006010     PERFORM 2700-MOVER-PERSONA
006020         THRU 2700-MOVER-PERSONA-EXIT
006030     REWRITE ADQBLOQ
006040         INVALID KEY
006050             MOVE 'NO SE PUDO REGRABAR LA PERSONA'
006060                 TO TCW-MOTIVO-ERROR
006070             MOVE 'ARCPERBLQ'   TO TCW-DE-ARCHIVO
006080             MOVE BLX-COD-UNICO TO TCW-DE-COD-UNICO
006090             PERFORM 2900-REGISTRO-ERRONEO
006100                 THRU 2900-REGISTRO-ERRONEO-EXIT
006110     END-REWRITE
006120     .
006130 2600-UNA-PERSONA-SIGUIENTE.
006140     PERFORM 2500-LEER-EXTBLQ
006150         THRU 2500-LEER-EXTBLQ-EXIT
006160     .
006170 2600-UNA-PERSONA-EXIT.
006180     EXIT.
006190
006200 2700-MOVER-PERSONA SECTION.
006210     MOVE BLX-LISTA           TO BLQ-LISTA
006220     MOVE BLX-FECHA-INCLUSION TO BLQ-FECHA-INCLUSION
006230     MOVE BLX-MOTIVO          TO BLQ-MOTIVO
006240     MOVE TCW-FECHA-PROCESO   TO BLQ-FECHA-CARGA
006250     MOVE SPACE               TO BLQ-FILLER
006260     .
006270 2700-MOVER-PERSONA-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------*
006310*  2800-DEPURAR-BLOQUEADOS - RETIRA DE LA LISTA LOCAL A LAS *
006320*                            PERSONAS QUE CUMPLIMIENTO YA NO*
006330*                            INFORMA (SOLO CON UN EXTRACTO  *
006340*                            CON REGISTROS VALIDOS)         *
006350*----------------------------------------------------------*
006360 2800-DEPURAR-BLOQUEADOS SECTION.
006370     MOVE SPACE      TO TCW-SW-FINDEPURA
006380     MOVE LOW-VALUES TO BLQ-COD-UNICO
006390     START ARCPERBLQ
006400         KEY IS NOT LESS THAN BLQ-COD-UNICO
006410         INVALID KEY
006420             SET  TCW-FIN-DEPURACION TO TRUE
006430     END-START
006440     PERFORM 2810-UNA-PERSONA-DEPURA
006450         THRU 2810-UNA-PERSONA-DEPURA-EXIT
006460             UNTIL TCW-FIN-DEPURACION
006470     .
006480 2800-DEPURAR-BLOQUEADOS-EXIT.
006490     EXIT.
006500
006510 2810-UNA-PERSONA-DEPURA SECTION.
006520     READ ARCPERBLQ NEXT
006530         AT END
006540             SET  TCW-FIN-DEPURACION TO TRUE
006550             GO TO 2810-UNA-PERSONA-DEPURA-EXIT
006560     END-READ
006570     IF BLQ-FECHA-CARGA = TCW-FECHA-PROCESO-X
006580         GO TO 2810-UNA-PERSONA-DEPURA-EXIT
006590     END-IF
006600     DELETE ARCPERBLQ
006610         INVALID KEY
006620             GO TO 2810-UNA-PERSONA-DEPURA-EXIT
006630     END-DELETE
006640     ADD 1 TO TCW-CNT-BLQ-RETIRADOS
006650     .
006660 2810-UNA-PERSONA-DEPURA-EXIT.
006670     EXIT.
006680
006690 2900-REGISTRO-ERRONEO SECTION.
006700     ADD 1 TO TCW-CNT-ERRONEOS
006710     IF TCW-DE-ARCHIVO = 'ARCEXTBLQ' OR 'ARCPERBLQ'
006720         ADD 1 TO TCW-CNT-BLQ-ERRONEOS
006730     ELSE
006740         ADD 1 TO TCW-CNT-CLI-ERRONEOS
006750     END-IF
006760     MOVE TCW-MOTIVO-ERROR TO TCW-DE-MOTIVO
006770     WRITE REC-LINEA FROM TCW-LIN-DET-ERROR
006780     .
006790 2900-REGISTRO-ERRONEO-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830*  3000-LISTAR-NO-ELEGIBLES - PROCEDIMIENTO DE SALIDA DEL   *
006840*                             SORT: POR CADA CLIENTE QUE    *
006850*                             DEJO DE SER ELEGIBLE LISTA SUS*
006860*                             AFILIACIONES VIGENTES         *
006870*----------------------------------------------------------*
006880 3000-LISTAR-NO-ELEGIBLES SECTION.
006890     MOVE SPACE TO REC-LINEA
006900     WRITE REC-LINEA
006910     WRITE REC-LINEA FROM TCW-LIN-SUBTITULO
006920     MOVE SPACE TO REC-LINEA
006930     WRITE REC-LINEA
006940     PERFORM 3100-RETORNAR-ORDENADO
006950         THRU 3100-RETORNAR-ORDENADO-EXIT
006960     PERFORM 3200-UN-MOTIVO-ORDENADO
006970         THRU 3200-UN-MOTIVO-ORDENADO-EXIT
006980             UNTIL TCW-FIN-DE-ORDENADO
006990     IF TCW-CORTE-ABIERTO
007000         PERFORM 3500-CERRAR-CLIENTE
007010             THRU 3500-CERRAR-CLIENTE-EXIT
007020     END-IF
007030     .
007040 3000-LISTAR-NO-ELEGIBLES-EXIT.
007050     EXIT.
007060
007070 3100-RETORNAR-ORDENADO SECTION.
007080     RETURN ARCSRTWRK
007090         AT END
007100             SET  TCW-FIN-DE-ORDENADO TO TRUE
007110     END-RETURN
007120     .
007130 3100-RETORNAR-ORDENADO-EXIT.
007140     EXIT.
007150
007160 3200-UN-MOTIVO-ORDENADO SECTION.
007170     IF NOT TCW-CORTE-ABIERTO
007180        OR SRT-COD-UNICO NOT = TCW-CA-COD-UNICO
007190         IF TCW-CORTE-ABIERTO
007200             PERFORM 3500-CERRAR-CLIENTE
007210                 THRU 3500-CERRAR-CLIENTE-EXIT
007220         END-IF
007230         SET  TCW-CORTE-ABIERTO TO TRUE
007240         ADD 1 TO TCW-CNT-NO-ELEGIBLES
007250         MOVE SRT-COD-UNICO TO TCW-CA-COD-UNICO
007260         MOVE ZERO          TO TCW-CA-CANT-MOT
007270     END-IF
007280     IF TCW-CA-CANT-MOT < 2
007290         ADD 1 TO TCW-CA-CANT-MOT
007300         MOVE SRT-DESCRIP TO TCW-CA-MOTIVO(TCW-CA-CANT-MOT)
007310     END-IF
007320     PERFORM 3100-RETORNAR-ORDENADO
007330         THRU 3100-RETORNAR-ORDENADO-EXIT
007340     .
007350 3200-UN-MOTIVO-ORDENADO-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------*
007390*  3500-CERRAR-CLIENTE - RECORRE LAS AFILIACIONES DEL       *
007400*                        CLIENTE; LA CABECERA SE IMPRIME    *
007410*                        SOLO SI TIENE ALGUNA VIGENTE       *
007420*----------------------------------------------------------*
007430 3500-CERRAR-CLIENTE SECTION.
007440     MOVE SPACE TO TCW-SW-CORTE
007450     MOVE SPACE TO TCW-SW-CLIENTE-IMPR
007460     IF NOT TCW-AFILIAC-ABIERTO
007470         GO TO 3500-CERRAR-CLIENTE-EXIT
007480     END-IF
007490     MOVE SPACE            TO TCW-SW-FINAFILIAC
007500     MOVE TCW-CA-COD-UNICO TO AFI-COD-UNICO
007510     MOVE ZERO             TO AFI-COD-PRODUCTO
007520     START ARCAFILIAC
007530         KEY IS NOT LESS THAN AFI-CLAVE
007540         INVALID KEY
007550             SET  TCW-FIN-AFILIACIONES TO TRUE
007560     END-START
007570     PERFORM 3600-UNA-AFILIACION
007580         THRU 3600-UNA-AFILIACION-EXIT
007590             UNTIL TCW-FIN-AFILIACIONES
007600     IF TCW-CLIENTE-IMPRESO
007610         ADD 1 TO TCW-CNT-CON-VIGENTES
007620         MOVE SPACE TO REC-LINEA
007630         WRITE REC-LINEA
007640     END-IF
007650     .
007660 3500-CERRAR-CLIENTE-EXIT.
007670     EXIT.
007680
007690 3600-UNA-AFILIACION SECTION.
007700     READ ARCAFILIAC NEXT
007710         AT END
007720             SET  TCW-FIN-AFILIACIONES TO TRUE
007730     END-READ
007740     IF TCW-FIN-AFILIACIONES
007750         GO TO 3600-UNA-AFILIACION-EXIT
007760     END-IF
007770     IF AFI-COD-UNICO NOT = TCW-CA-COD-UNICO
007780         SET  TCW-FIN-AFILIACIONES TO TRUE
007790         GO TO 3600-UNA-AFILIACION-EXIT
007800     END-IF
007810     IF NOT AFI-VIGENTE
007820         GO TO 3600-UNA-AFILIACION-EXIT
007830     END-IF
007840     IF NOT TCW-CLIENTE-IMPRESO
007850         PERFORM 3700-CABECERA-CLIENTE
007860             THRU 3700-CABECERA-CLIENTE-EXIT
007870     END-IF
007880     ADD 1 TO TCW-CNT-VIGENTES
007890     MOVE AFI-COD-PRODUCTO TO TCW-LA-PRODUCTO
007900     MOVE AFI-NROCTA       TO TCW-LA-NROCTA
007910     MOVE AFI-RUC          TO TCW-LA-RUC
007920     MOVE AFI-FECHA-AFIL   TO TCW-LA-FECHA
007930     WRITE REC-LINEA FROM TCW-LIN-AFILIACION
007940     .
007950 3600-UNA-AFILIACION-EXIT.
007960     EXIT.
007970
007980 3700-CABECERA-CLIENTE SECTION.
007990     SET  TCW-CLIENTE-IMPRESO TO TRUE
008000     MOVE TCW-CA-COD-UNICO TO TCW-LC-COD-UNICO
008010     MOVE SPACE            TO TCW-LC-NOMBRE
008020     MOVE TCW-CA-COD-UNICO TO CLI-COD-UNICO
008030     READ ARCCLIEST
008040         KEY IS CLI-COD-UNICO
008050         INVALID KEY
008060             MOVE '(NO FIGURA EN EL ESTADO DE CLIENTES)'
008070                 TO TCW-LC-NOMBRE
008080     END-READ
008090     IF TCW-OK-CLIEST
008100         MOVE CLI-NOMBRE TO TCW-LC-NOMBRE
008110     END-IF
008120     WRITE REC-LINEA FROM TCW-LIN-CLIENTE
008130     PERFORM 3710-LINEA-MOTIVO
008140         THRU 3710-LINEA-MOTIVO-EXIT
008150             VARYING TCW-IX-MOT FROM 1 BY 1
008160             UNTIL TCW-IX-MOT > TCW-CA-CANT-MOT
008170     WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
008180     .
008190 3700-CABECERA-CLIENTE-EXIT.
008200     EXIT.
008210
008220 3710-LINEA-MOTIVO SECTION.
008230     MOVE TCW-CA-MOTIVO(TCW-IX-MOT) TO TCW-LM-DESCRIP
008240     WRITE REC-LINEA FROM TCW-LIN-MOTIVO
008250     .
008260 3710-LINEA-MOTIVO-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------*
008300*  8000-IMPRIMIR-TOTALES - CONTADORES DE LA CARGA           *
008310*----------------------------------------------------------*
008320 8000-IMPRIMIR-TOTALES SECTION.
008330     MOVE SPACE TO REC-LINEA
008340     WRITE REC-LINEA
008350     MOVE 'CLIENTES LEIDOS               ' TO TCW-DT-NOMBRE
008360     MOVE TCW-CNT-CLI-LEIDOS                 TO TCW-DT-CANT
008370     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008380     MOVE '  CLIENTES NUEVOS             ' TO TCW-DT-NOMBRE
008390     MOVE TCW-CNT-CLI-NUEVOS                 TO TCW-DT-CANT
008400     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008410     MOVE '  CAMBIOS DE ESTADO           ' TO TCW-DT-NOMBRE
008420     MOVE TCW-CNT-CLI-CAMBIOS                TO TCW-DT-CANT
008430     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008440     MOVE '  ESTADO NO RECONOCIDO        ' TO TCW-DT-NOMBRE
008450     MOVE TCW-CNT-CLI-NO-RECON               TO TCW-DT-CANT
008460     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008470     MOVE '  RETIRADOS (NO VINIERON)     ' TO TCW-DT-NOMBRE
008480     MOVE TCW-CNT-CLI-RETIRADOS              TO TCW-DT-CANT
008490     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008500     MOVE 'PERSONAS BLOQUEADAS LEIDAS    ' TO TCW-DT-NOMBRE
008510     MOVE TCW-CNT-BLQ-LEIDOS                 TO TCW-DT-CANT
008520     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008530     MOVE '  INCLUIDAS EN LA LISTA       ' TO TCW-DT-NOMBRE
008540     MOVE TCW-CNT-BLQ-NUEVOS                 TO TCW-DT-CANT
008550     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008560     MOVE '  RETIRADAS DE LA LISTA       ' TO TCW-DT-NOMBRE
008570     MOVE TCW-CNT-BLQ-RETIRADOS              TO TCW-DT-CANT
008580     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008590     MOVE 'REGISTROS ERRONEOS            ' TO TCW-DT-NOMBRE
008600     MOVE TCW-CNT-ERRONEOS                   TO TCW-DT-CANT
008610     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008620     MOVE '  DEL EXTRACTO DE CLIENTES    ' TO TCW-DT-NOMBRE
008630     MOVE TCW-CNT-CLI-ERRONEOS               TO TCW-DT-CANT
008640     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008650     MOVE '  DEL EXTRACTO DE BLOQUEADOS  ' TO TCW-DT-NOMBRE
008660     MOVE TCW-CNT-BLQ-ERRONEOS               TO TCW-DT-CANT
008670     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008680     MOVE 'CLIENTES NO ELEGIBLES NUEVOS  ' TO TCW-DT-NOMBRE
008690     MOVE TCW-CNT-NO-ELEGIBLES               TO TCW-DT-CANT
008700     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008710     MOVE '  CON AFILIACION VIGENTE      ' TO TCW-DT-NOMBRE
008720     MOVE TCW-CNT-CON-VIGENTES               TO TCW-DT-CANT
008730     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008740     MOVE '  AFILIACIONES VIGENTES       ' TO TCW-DT-NOMBRE
008750     MOVE TCW-CNT-VIGENTES                   TO TCW-DT-CANT
008760     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
008770     .
008780 8000-IMPRIMIR-TOTALES-EXIT.
008790     EXIT.
008800
008810*----------------------------------------------------------*
008820*  9000-FINAL - CIERRA ARCHIVOS Y FIJA EL RETURN-CODE       *
008830*----------------------------------------------------------*
008840 9000-FINAL SECTION.
008850     CLOSE ARCEXTCLI
008860     CLOSE ARCEXTBLQ
008870     CLOSE ARCCLIEST
008880     CLOSE ARCPERBLQ
008890     IF TCW-AFILIAC-ABIERTO
008900         CLOSE ARCAFILIAC
008910     END-IF
008920     CLOSE ARCRPTCLI
008930     EVALUATE TRUE
008940         WHEN TCW-EXTCLI-VACIO OR TCW-EXTBLQ-VACIO
008950             MOVE 8    TO RETURN-CODE
008960         WHEN TCW-CNT-ERRONEOS > ZERO OR TCW-CNT-VIGENTES > ZERO
008970             MOVE 4    TO RETURN-CODE
008980         WHEN OTHER
008990             MOVE ZERO TO RETURN-CODE
009000     END-EVALUATE
009010     DISPLAY 'TCWXCLI - CARGA DE ELEGIBILIDAD DE CLIENTES'
009020     DISPLAY 'CLIENTES LEIDOS      : ' TCW-CNT-CLI-LEIDOS
009030     DISPLAY 'CLIENTES RETIRADOS   : ' TCW-CNT-CLI-RETIRADOS
009040     DISPLAY 'BLOQUEADOS LEIDOS    : ' TCW-CNT-BLQ-LEIDOS
009050     DISPLAY 'BLOQUEADOS RETIRADOS : ' TCW-CNT-BLQ-RETIRADOS
009060     DISPLAY 'REGISTROS ERRONEOS   : ' TCW-CNT-ERRONEOS
009070     DISPLAY 'NO ELEGIBLES NUEVOS  : ' TCW-CNT-NO-ELEGIBLES
009080     DISPLAY 'AFILIAC. A REVISAR   : ' TCW-CNT-VIGENTES
009090     .
009100 9000-FINAL-EXIT.
009110     EXIT.
