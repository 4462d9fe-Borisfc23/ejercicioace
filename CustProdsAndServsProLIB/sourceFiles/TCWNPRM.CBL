000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWNPRM.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. MANTENIMIENTO BATCH DE LA TABLA *
000110*                 PRODUCTO/MONEDA ADQPRMO A PARTIR DE LAS   *
000120*                 NOVEDADES DE PRODUCTOS (ADQWPMT): AGREGAR *
000130*                 UN PAR, PERMITIRLO O NO PERMITIRLO, CADA  *
000140*                 UNA CON SU FECHA EFECTIVA. LA NOVEDAD DE  *
000150*                 HOY SE APLICA AL INDICADOR EN VIGOR Y LA  *
000160*                 FUTURA QUEDA PROGRAMADA EN EL REGISTRO    *
000170*                 (TCW0WVC APLICA LA QUE RIGE A LA FECHA DE *
000180*                 LA SOLICITUD). AL INICIO CONSOLIDA LOS    *
000190*                 PROGRAMADOS QUE YA ENTRARON EN VIGOR.     *
000200*                 CADA CAMBIO QUEDA EN LA BITACORA          *
000210*                 PERMANENTE ADQWPRL Y EN EL REPORTE DE     *
000220*                 CERTIFICACION CON IMAGEN ANTES/DESPUES.   *
000230*                 LA FECHA EFECTIVA SE VALIDA CON LA REGLA  *
000240*                 DE ADQWFEC (MES Y DIA EXISTENTES).        *
000250*----------------------------------------------------------*
000260*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000270*  OBJETIVO : MANTENIMIENTO DE LA TABLA PRODUCTO/MONEDA     *
000280*  ENTRADA  : ARCENTPMT  - NOVEDADES DE PRODUCTOS (ADQWPMT) *
000290*  SALIDA   : ARCPRODMON - TABLA PRODUCTO/MONEDA (ADQPRMO)  *
000300*             ARCBITPRM  - BITACORA DE CAMBIOS (ADQWPRL)    *
000310*             ARCRPTPRM  - REPORTE DE CERTIFICACION         *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ARCENTPMT  ASSIGN TO ENTPMT
000390         ORGANIZATION  IS LINE SEQUENTIAL
000400         FILE STATUS   IS TCW-FS-ENTPMT.
000410
000420     SELECT ARCPRODMON ASSIGN TO PRODMON
000430         ORGANIZATION  IS INDEXED
000440         ACCESS MODE   IS DYNAMIC
000450         RECORD KEY    IS PRM-CLAVE
000460         FILE STATUS   IS TCW-FS-PRODMON.
000470
000480     SELECT ARCBITPRM  ASSIGN TO BITPRM
000490         ORGANIZATION  IS LINE SEQUENTIAL
000500         FILE STATUS   IS TCW-FS-BITPRM.
000510
000520     SELECT ARCRPTPRM  ASSIGN TO RPTPRM
000530         ORGANIZATION  IS LINE SEQUENTIAL
000540         FILE STATUS   IS TCW-FS-RPTPRM.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ARCENTPMT
000590     RECORDING MODE IS F.
000600     COPY ADQWPMT.
000610
000620 FD  ARCPRODMON
000630     RECORDING MODE IS F.
000640     COPY ADQPRMO.
000650
000660 FD  ARCBITPRM
000670     RECORDING MODE IS F.
000680     COPY ADQWPRL.
000690
000700 FD  ARCRPTPRM
000710     RECORDING MODE IS F.
000720 01  REC-LINEA               PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750 01  TCW-INDICADORES-ARCHIVO.
000760     05  TCW-FS-ENTPMT        PIC X(02).
000770         88  TCW-OK-ENTPMT           VALUE '00'.
000780         88  TCW-FIN-ENTPMT          VALUE '10'.
000790     05  TCW-FS-PRODMON       PIC X(02).
000800         88  TCW-OK-PRODMON          VALUE '00'.
000810         88  TCW-NOENC-PRODMON       VALUE '23'.
000820         88  TCW-FIN-PRODMON         VALUE '10'.
000830     05  TCW-FS-BITPRM        PIC X(02).
000840         88  TCW-OK-BITPRM           VALUE '00'.
000850     05  TCW-FS-RPTPRM        PIC X(02).
000860         88  TCW-OK-RPTPRM           VALUE '00'.
000870
000880 01  TCW-SWITCHES.
000890     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000900         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000910     05  TCW-SW-FINTABLA     PIC X(01) VALUE SPACE.
000920         88  TCW-FIN-DE-TABLA       VALUE 'S'.
000930
000940 01  TCW-FECHA-PROCESO       PIC 9(06).
000950 01  TCW-HORA-PROCESO        PIC 9(08).
000960
000970*----------------------------------------------------------*
000980*  IMAGEN DEL REGISTRO ANTES DEL CAMBIO, INDICADOR NUEVO    *
000990*  SOLICITADO Y MOTIVO DE RECHAZO DE LA NOVEDAD             *
001000*----------------------------------------------------------*
001010 01  TCW-IMAGEN-ANTES.
001020     05  TCW-ANT-ESTADO      PIC X(01).
001030     05  TCW-ANT-FECHA-PROG  PIC X(06).
001040     05  TCW-ANT-ESTADO-PROG PIC X(01).
001050 01  TCW-IMAGEN-DESPUES.
001060     05  TCW-DES-ESTADO      PIC X(01).
001070     05  TCW-DES-FECHA-PROG  PIC X(06).
001080     05  TCW-DES-ESTADO-PROG PIC X(01).
001090 01  TCW-ESTADO-NUEVO        PIC X(01).
001100 01  TCW-MOTIVO-ERROR        PIC X(40).
001110
001120     COPY ADQWFEC.
001130
001140 01  TCW-CONTADORES.
001150     05  TCW-CNT-LEIDOS      PIC 9(07) COMP VALUE ZERO.
001160     05  TCW-CNT-AGREGADOS   PIC 9(07) COMP VALUE ZERO.
001170     05  TCW-CNT-PERMITIDOS  PIC 9(07) COMP VALUE ZERO.
001180     05  TCW-CNT-NO-PERMIT   PIC 9(07) COMP VALUE ZERO.
001190     05  TCW-CNT-PROGRAMADOS PIC 9(07) COMP VALUE ZERO.
001200     05  TCW-CNT-REPROGRAM   PIC 9(07) COMP VALUE ZERO.
001210     05  TCW-CNT-EN-VIGOR    PIC 9(07) COMP VALUE ZERO.
001220     05  TCW-CNT-SIN-CAMBIO  PIC 9(07) COMP VALUE ZERO.
001230     05  TCW-CNT-ERRONEOS    PIC 9(07) COMP VALUE ZERO.
001240
001250 01  TCW-LINEAS-REPORTE.
001260     05  TCW-LIN-TITULO.
001270         10  FILLER          PIC X(40) VALUE
001280             'CERTIFICACION TABLA PRODUCTO/MONEDA - DI'.
001290         10  FILLER          PIC X(02) VALUE 'A '.
001300         10  TCW-LT-FECHA    PIC 9(06).
001310         10  FILLER          PIC X(32) VALUE SPACE.
001320     05  TCW-LIN-COLUMNAS.
001330         10  FILLER          PIC X(40) VALUE
001340             'ACCION       PRD/MON  ANT E FPROG  P DES'.
001350         10  FILLER          PIC X(40) VALUE
001360             ' E FPROG  P  F.EFEC USUARIO             '.
001370     05  TCW-LIN-DET-CAMBIO.
001380         10  TCW-DC-ACCION   PIC X(12).
001390         10  FILLER          PIC X(01) VALUE SPACE.
001400         10  TCW-DC-PRODUCTO PIC 9(03).
001410         10  FILLER          PIC X(01) VALUE '/'.
001420         10  TCW-DC-CODMON   PIC 9(03).
001430         10  FILLER          PIC X(06) VALUE '  ANT '.
001440         10  TCW-DC-ANT-EST  PIC X(01).
001450         10  FILLER          PIC X(01) VALUE SPACE.
001460         10  TCW-DC-ANT-FPR  PIC X(06).
001470         10  FILLER          PIC X(01) VALUE SPACE.
001480         10  TCW-DC-ANT-EPR  PIC X(01).
001490         10  FILLER          PIC X(05) VALUE ' DES '.
001500         10  TCW-DC-DES-EST  PIC X(01).
001510         10  FILLER          PIC X(01) VALUE SPACE.
001520         10  TCW-DC-DES-FPR  PIC X(06).
001530         10  FILLER          PIC X(01) VALUE SPACE.
001540         10  TCW-DC-DES-EPR  PIC X(01).
001550         10  FILLER          PIC X(02) VALUE SPACE.
001560         10  TCW-DC-FECHA    PIC X(06).
001570         10  FILLER          PIC X(01) VALUE SPACE.
001580         10  TCW-DC-USUARIO  PIC X(08).
001590         10  FILLER          PIC X(11) VALUE SPACE.
001600     05  TCW-LIN-DET-ERROR.
001610         10  FILLER          PIC X(12) VALUE 'ERRONEO     '.
001620         10  FILLER          PIC X(01) VALUE SPACE.
001630         10  TCW-DE-ACCION   PIC X(01).
001640         10  FILLER          PIC X(01) VALUE SPACE.
001650         10  TCW-DE-CLAVE    PIC X(06).
001660         10  FILLER          PIC X(01) VALUE SPACE.
001670         10  TCW-DE-FECHA    PIC X(06).
001680         10  FILLER          PIC X(01) VALUE SPACE.
001690         10  TCW-DE-MOTIVO   PIC X(40).
001700         10  FILLER          PIC X(11) VALUE SPACE.
001710     05  TCW-LIN-DET-TOTAL.
001720         10  TCW-DT-NOMBRE   PIC X(22).
001730         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
001740
001750 PROCEDURE DIVISION.
001760*----------------------------------------------------------*
001770*  0000-MAINLINE                                            *
001780*----------------------------------------------------------*
001790 0000-MAINLINE SECTION.
001800     PERFORM 1000-INICIAL
001810         THRU 1000-INICIAL-EXIT
001820     PERFORM 1500-CONSOLIDAR-VIGOR
001830         THRU 1500-CONSOLIDAR-VIGOR-EXIT
001840     PERFORM 2100-LEER-ENTRADA
001850         THRU 2100-LEER-ENTRADA-EXIT
001860     PERFORM 2000-PROCESAR-UNA-NOVEDAD
001870         THRU 2000-PROCESAR-UNA-NOVEDAD-EXIT
001880             UNTIL TCW-FIN-DE-ARCHIVO
001890     PERFORM 8000-IMPRIMIR-TOTALES
001900         THRU 8000-IMPRIMIR-TOTALES-EXIT
001910     PERFORM 9000-FINAL
001920         THRU 9000-FINAL-EXIT
001930     GOBACK
001940     .
001950 0000-MAINLINE-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------*
001990*  1000-INICIAL - FIJA LA FECHA DE PROCESO Y ABRE ARCHIVOS  *
002000*                 (LA TABLA SE CREA SI NO EXISTE; LA        *
002010*                 BITACORA SE EXTIENDE, NUNCA SE REEMPLAZA) *
002020*----------------------------------------------------------*
002030 1000-INICIAL SECTION.
002040     ACCEPT TCW-FECHA-PROCESO FROM DATE
002050     ACCEPT TCW-HORA-PROCESO  FROM TIME
002060     OPEN INPUT  ARCENTPMT
002070     IF NOT TCW-OK-ENTPMT
002080         DISPLAY 'TCWNPRM - ERROR AL ABRIR ARCENTPMT - STATUS '
002090             TCW-FS-ENTPMT
002100         MOVE 12 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     OPEN I-O ARCPRODMON
002140     IF NOT TCW-OK-PRODMON AND NOT TCW-NOENC-PRODMON
002150         OPEN OUTPUT ARCPRODMON
002160         CLOSE ARCPRODMON
002170         OPEN I-O ARCPRODMON
002180     END-IF
002190     IF NOT TCW-OK-PRODMON
002200         DISPLAY 'TCWNPRM - ERROR AL ABRIR ARCPRODMON - STATUS '
002210             TCW-FS-PRODMON
002220         MOVE 12 TO RETURN-CODE
002230         GOBACK
002240     END-IF
002250     OPEN EXTEND ARCBITPRM
002260     IF NOT TCW-OK-BITPRM
002270         OPEN OUTPUT ARCBITPRM
002280     END-IF
002290     IF NOT TCW-OK-BITPRM
002300         DISPLAY 'TCWNPRM - ERROR AL ABRIR ARCBITPRM - STATUS '
002310             TCW-FS-BITPRM
002320         MOVE 12 TO RETURN-CODE
002330         GOBACK
002340     END-IF
002350     OPEN OUTPUT ARCRPTPRM
002360     IF NOT TCW-OK-RPTPRM
002370         DISPLAY 'TCWNPRM - ERROR AL ABRIR ARCRPTPRM - STATUS '
002380             TCW-FS-RPTPRM
002390         MOVE 12 TO RETURN-CODE
002400         GOBACK
002410     END-IF
002420     MOVE TCW-FECHA-PROCESO TO TCW-LT-FECHA
002430     WRITE REC-LINEA FROM TCW-LIN-TITULO
002440     MOVE SPACE TO REC-LINEA
002450     WRITE REC-LINEA
002460     WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
002470     .
002480 1000-INICIAL-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------*
002520*  1500-CONSOLIDAR-VIGOR - RECORRE LA TABLA Y PASA AL       *
002530*                          INDICADOR EN VIGOR LOS CAMBIOS   *
002540*                          PROGRAMADOS CUYA FECHA EFECTIVA  *
002550*                          YA LLEGO, PARA QUE LA NOVEDAD    *
002560*                          NUEVA PARTA DEL ESTADO REAL      *
002570*----------------------------------------------------------*
002580 1500-CONSOLIDAR-VIGOR SECTION.
002590     MOVE SPACE TO TCW-SW-FINTABLA
002600     PERFORM 1510-REVISAR-UN-PAR
002610         THRU 1510-REVISAR-UN-PAR-EXIT
002620             UNTIL TCW-FIN-DE-TABLA
002630     .
002640 1500-CONSOLIDAR-VIGOR-EXIT.
002650     EXIT.
002660
002670 1510-REVISAR-UN-PAR SECTION.
002680     READ ARCPRODMON NEXT
002690         AT END
002700             SET  TCW-FIN-DE-TABLA TO TRUE
002710     END-READ
002720     IF TCW-FIN-DE-TABLA
002730         GO TO 1510-REVISAR-UN-PAR-EXIT
002740     END-IF
002750     IF PRM-FECHA-PROG NOT NUMERIC
002760        OR PRM-FECHA-PROG > TCW-FECHA-PROCESO
002770         GO TO 1510-REVISAR-UN-PAR-EXIT
002780     END-IF
002790     PERFORM 2600-GUARDAR-ANTES
002800         THRU 2600-GUARDAR-ANTES-EXIT
002810     MOVE PRM-FECHA-PROG  TO PMT-FECHA-EFEC
002820     MOVE PRM-ESTADO-PROG TO PRM-ESTADO
002830     MOVE SPACE           TO PRM-FECHA-PROG
002840     MOVE SPACE           TO PRM-ESTADO-PROG
002850     REWRITE ADQPRMO
002860         INVALID KEY
002870             GO TO 1510-REVISAR-UN-PAR-EXIT
002880     END-REWRITE
002890     ADD 1 TO TCW-CNT-EN-VIGOR
002900     MOVE 'V'               TO PRL-ACCION
002910     MOVE 'TCWNPRM '        TO PMT-USUARIO
002920     MOVE 'EN VIGOR    '    TO TCW-DC-ACCION
002930     PERFORM 2500-REGISTRAR-CAMBIO
002940         THRU 2500-REGISTRAR-CAMBIO-EXIT
002950     .
002960 1510-REVISAR-UN-PAR-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------*
003000*  2000-PROCESAR-UNA-NOVEDAD - VALIDA LA NOVEDAD Y LA       *
003010*                              APLICA A LA TABLA (PAR NUEVO *
003020*                              O CAMBIO DE INDICADOR)       *
003030*----------------------------------------------------------*
003040 2000-PROCESAR-UNA-NOVEDAD SECTION.
003050     ADD 1 TO TCW-CNT-LEIDOS
003060     MOVE SPACE TO TCW-MOTIVO-ERROR
003070     MOVE PMT-FECHA-EFEC TO FEC-FECHA-X
003080     PERFORM 2050-VALIDAR-FECHA-AAMMDD
003090         THRU 2050-VALIDAR-FECHA-AAMMDD-EXIT
003100     EVALUATE TRUE
003110         WHEN NOT PMT-AGREGAR AND NOT PMT-PERMITIR
003120              AND NOT PMT-NO-PERMITIR
003130             MOVE 'ACCION NO VALIDA (A/P/N)' TO TCW-MOTIVO-ERROR
003140         WHEN PMT-CLAVE-X NOT NUMERIC
003150             MOVE 'PRODUCTO/MONEDA NO NUMERICO'
003160                 TO TCW-MOTIVO-ERROR
003170         WHEN PMT-COD-PRODUCTO = ZERO OR PMT-CODMON = ZERO
003180             MOVE 'PRODUCTO/MONEDA EN CERO' TO TCW-MOTIVO-ERROR
003190         WHEN PMT-FECHA-EFEC NOT NUMERIC
003200             MOVE 'FECHA EFECTIVA NO NUMERICA'
003210                 TO TCW-MOTIVO-ERROR
003220         WHEN FEC-FECHA-INVALIDA
003230             MOVE 'FECHA EFECTIVA INEXISTENTE (MES/DIA)'
003240                 TO TCW-MOTIVO-ERROR
003250         WHEN PMT-FECHA-EFEC < TCW-FECHA-PROCESO
003260             MOVE 'FECHA EFECTIVA ANTERIOR AL PROCESO'
003270                 TO TCW-MOTIVO-ERROR
003280         WHEN OTHER
003290             CONTINUE
003300     END-EVALUATE
003310     IF TCW-MOTIVO-ERROR NOT = SPACE
003320         PERFORM 2900-NOVEDAD-ERRONEA
003330             THRU 2900-NOVEDAD-ERRONEA-EXIT
003340         GO TO 2000-PROCESAR-SIGUIENTE
003350     END-IF
003360     MOVE PMT-CLAVE TO PRM-CLAVE
003370     READ ARCPRODMON
003380         KEY IS PRM-CLAVE
003390         INVALID KEY
003400             IF PMT-AGREGAR
003410                 PERFORM 2200-AGREGAR-PAR
003420                     THRU 2200-AGREGAR-PAR-EXIT
003430             ELSE
003440                 MOVE 'PAR INEXISTENTE - DEBE AGREGARSE'
003450                     TO TCW-MOTIVO-ERROR
003460                 PERFORM 2900-NOVEDAD-ERRONEA
003470                     THRU 2900-NOVEDAD-ERRONEA-EXIT
003480             END-IF
003490             GO TO 2000-PROCESAR-SIGUIENTE
003500     END-READ
003510     IF PMT-AGREGAR
003520         MOVE 'PAR YA EXISTE - USAR PERMITIR'
003530             TO TCW-MOTIVO-ERROR
003540         PERFORM 2900-NOVEDAD-ERRONEA
003550             THRU 2900-NOVEDAD-ERRONEA-EXIT
003560         GO TO 2000-PROCESAR-SIGUIENTE
003570     END-IF
003580     PERFORM 2300-CAMBIAR-PAR
003590         THRU 2300-CAMBIAR-PAR-EXIT
003600     .
003610 2000-PROCESAR-SIGUIENTE.
003620     PERFORM 2100-LEER-ENTRADA
003630         THRU 2100-LEER-ENTRADA-EXIT
003640     .
003650 2000-PROCESAR-UNA-NOVEDAD-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------*
003690*  2050-VALIDAR-FECHA-AAMMDD - VALIDA FEC-FECHA-X           *
003700*                              CON LA REGLA DE ADQWFEC      *
003710*----------------------------------------------------------*
003720 2050-VALIDAR-FECHA-AAMMDD SECTION.
003730     SET  FEC-FECHA-INVALIDA TO TRUE
003740     IF FEC-FECHA-X NOT NUMERIC
003750        OR FEC-MM < 01 OR FEC-MM > 12
003760        OR FEC-DD < 01
003770         GO TO 2050-VALIDAR-FECHA-AAMMDD-EXIT
003780     END-IF
003790     MOVE FEC-DIAS-MES(FEC-MM) TO FEC-ULTIMO-DIA
003800     IF FEC-MM = 02
003810         DIVIDE FEC-AA BY 4
003820             GIVING FEC-COCIENTE REMAINDER FEC-RESTO
003830         IF FEC-RESTO NOT = ZERO
003840             MOVE 28 TO FEC-ULTIMO-DIA
003850         END-IF
003860     END-IF
003870     IF FEC-DD > FEC-ULTIMO-DIA
003880         GO TO 2050-VALIDAR-FECHA-AAMMDD-EXIT
003890     END-IF
003900     SET  FEC-FECHA-VALIDA TO TRUE
003910     .
003920 2050-VALIDAR-FECHA-AAMMDD-EXIT.
003930     EXIT.
003940
003950 2100-LEER-ENTRADA SECTION.
003960     READ ARCENTPMT
003970         AT END
003980             SET  TCW-FIN-DE-ARCHIVO TO TRUE
003990     END-READ
004000     .
004010 2100-LEER-ENTRADA-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------*
004050*  2200-AGREGAR-PAR - EL PAR NO EXISTE: CON FECHA DE HOY SE *
004060*                     GRABA PERMITIDO; CON FECHA FUTURA SE  *
004070*                     GRABA NO PERMITIDO CON EL PERMISO     *
004080*                     PROGRAMADO PARA ESA FECHA             *
004090*----------------------------------------------------------*
004100 2200-AGREGAR-PAR SECTION.
004110     MOVE SPACE            TO TCW-IMAGEN-ANTES
004120     MOVE PMT-CLAVE        TO PRM-CLAVE
004130     MOVE SPACE            TO PRM-FILLER
004140     IF PMT-FECHA-EFEC = TCW-FECHA-PROCESO
004150         SET  PRM-PERMITIDO    TO TRUE
004160         MOVE SPACE            TO PRM-FECHA-PROG
004170         MOVE SPACE            TO PRM-ESTADO-PROG
004180     ELSE
004190         SET  PRM-NO-PERMITIDO TO TRUE
004200         MOVE PMT-FECHA-EFEC   TO PRM-FECHA-PROG
004210         SET  PRM-PROG-PERMITIDO TO TRUE
004220     END-IF
004230     WRITE ADQPRMO
004240         INVALID KEY
004250             MOVE 'NO SE PUDO GRABAR EL PAR' TO TCW-MOTIVO-ERROR
004260             PERFORM 2900-NOVEDAD-ERRONEA
004270                 THRU 2900-NOVEDAD-ERRONEA-EXIT
004280             GO TO 2200-AGREGAR-PAR-EXIT
004290     END-WRITE
004300     ADD 1 TO TCW-CNT-AGREGADOS
004310     IF PRM-FECHA-PROG NOT = SPACE
004320         ADD 1 TO TCW-CNT-PROGRAMADOS
004330     END-IF
004340     MOVE PMT-ACCION       TO PRL-ACCION
004350     MOVE 'AGREGADO    '   TO TCW-DC-ACCION
004360     PERFORM 2500-REGISTRAR-CAMBIO
004370         THRU 2500-REGISTRAR-CAMBIO-EXIT
004380     .
004390 2200-AGREGAR-PAR-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------*
004430*  2300-CAMBIAR-PAR - EL PAR EXISTE: CON FECHA DE HOY SE    *
004440*                     CAMBIA EL INDICADOR EN VIGOR; CON     *
004450*                     FECHA FUTURA SE PROGRAMA. LA NOVEDAD  *
004460*                     NUEVA REEMPLAZA A CUALQUIER CAMBIO    *
004470*                     PROGRAMADO AUN PENDIENTE              *
004480*----------------------------------------------------------*
004490 2300-CAMBIAR-PAR SECTION.
004500     PERFORM 2600-GUARDAR-ANTES
004510         THRU 2600-GUARDAR-ANTES-EXIT
004520     IF PMT-PERMITIR
004530         MOVE 'S' TO TCW-ESTADO-NUEVO
004540     ELSE
004550         MOVE 'N' TO TCW-ESTADO-NUEVO
004560     END-IF
004570     IF PMT-FECHA-EFEC = TCW-FECHA-PROCESO
004580         MOVE TCW-ESTADO-NUEVO TO PRM-ESTADO
004590         MOVE SPACE            TO PRM-FECHA-PROG
004600         MOVE SPACE            TO PRM-ESTADO-PROG
004610     ELSE
004620         MOVE PMT-FECHA-EFEC   TO PRM-FECHA-PROG
004630         MOVE TCW-ESTADO-NUEVO TO PRM-ESTADO-PROG
004640     END-IF
004650     MOVE PRM-ESTADO       TO TCW-DES-ESTADO
004660     MOVE PRM-FECHA-PROG   TO TCW-DES-FECHA-PROG
004670     MOVE PRM-ESTADO-PROG  TO TCW-DES-ESTADO-PROG
004680     IF TCW-IMAGEN-DESPUES = TCW-IMAGEN-ANTES
004690         ADD 1 TO TCW-CNT-SIN-CAMBIO
004700         GO TO 2300-CAMBIAR-PAR-EXIT
004710     END-IF
004720     REWRITE ADQPRMO
004730         INVALID KEY
004740             MOVE 'NO SE PUDO REGRABAR EL PAR' TO TCW-MOTIVO-ERROR
004750             PERFORM 2900-NOVEDAD-ERRONEA
004760                 THRU 2900-NOVEDAD-ERRONEA-EXIT
004770             GO TO 2300-CAMBIAR-PAR-EXIT
004780     END-REWRITE
004790     IF TCW-ANT-FECHA-PROG NUMERIC
004800*-                   ---  HABIA UN CAMBIO PROGRAMADO PENDIENTE
004810*-                        QUE ESTA NOVEDAD REEMPLAZA
004820         ADD 1 TO TCW-CNT-REPROGRAM
004830     END-IF
004840     IF PMT-FECHA-EFEC NOT = TCW-FECHA-PROCESO
004850         ADD 1 TO TCW-CNT-PROGRAMADOS
004860     END-IF
004870     IF PMT-PERMITIR
004880         ADD 1 TO TCW-CNT-PERMITIDOS
004890         MOVE 'PERMITIDO   ' TO TCW-DC-ACCION
004900     ELSE
004910         ADD 1 TO TCW-CNT-NO-PERMIT
004920         MOVE 'NO PERMITIDO' TO TCW-DC-ACCION
004930     END-IF
004940     MOVE PMT-ACCION TO PRL-ACCION
004950     PERFORM 2500-REGISTRAR-CAMBIO
004960         THRU 2500-REGISTRAR-CAMBIO-EXIT
004970     .
004980 2300-CAMBIAR-PAR-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------*
005020*  2500-REGISTRAR-CAMBIO - DEJA EL CAMBIO APLICADO EN LA    *
005030*                          BITACORA PERMANENTE Y EN EL      *
005040*                          REPORTE DE CERTIFICACION, CON    *
005050*                          LA IMAGEN ANTES Y DESPUES        *
005060*----------------------------------------------------------*
005070 2500-REGISTRAR-CAMBIO SECTION.
005080     MOVE TCW-FECHA-PROCESO     TO PRL-FECHA
005090     MOVE TCW-HORA-PROCESO(1:6) TO PRL-HORA
005100     MOVE PMT-USUARIO           TO PRL-USUARIO
005110     MOVE PRM-COD-PRODUCTO      TO PRL-COD-PRODUCTO
005120     MOVE PRM-CODMON            TO PRL-CODMON
005130     MOVE PMT-FECHA-EFEC        TO PRL-FECHA-EFEC
005140     MOVE TCW-ANT-ESTADO        TO PRL-ANT-ESTADO
005150     MOVE TCW-ANT-FECHA-PROG    TO PRL-ANT-FECHA-PROG
005160     MOVE TCW-ANT-ESTADO-PROG   TO PRL-ANT-ESTADO-PROG
005170     MOVE PRM-ESTADO            TO PRL-DES-ESTADO
005180     MOVE PRM-FECHA-PROG        TO PRL-DES-FECHA-PROG
005190     MOVE PRM-ESTADO-PROG       TO PRL-DES-ESTADO-PROG
005200     MOVE SPACE                 TO PRL-FILLER
005210     WRITE ADQWPRL
005220     MOVE PRM-COD-PRODUCTO      TO TCW-DC-PRODUCTO
005230     MOVE PRM-CODMON            TO TCW-DC-CODMON
005240     MOVE TCW-ANT-ESTADO        TO TCW-DC-ANT-EST
005250     MOVE TCW-ANT-FECHA-PROG    TO TCW-DC-ANT-FPR
005260     MOVE TCW-ANT-ESTADO-PROG   TO TCW-DC-ANT-EPR
005270     MOVE PRM-ESTADO            TO TCW-DC-DES-EST
005280     MOVE PRM-FECHA-PROG        TO TCW-DC-DES-FPR
005290     MOVE PRM-ESTADO-PROG       TO TCW-DC-DES-EPR
005300     MOVE PMT-FECHA-EFEC        TO TCW-DC-FECHA
005310     MOVE PMT-USUARIO           TO TCW-DC-USUARIO
005320     WRITE REC-LINEA FROM TCW-LIN-DET-CAMBIO
005330     .
005340 2500-REGISTRAR-CAMBIO-EXIT.
005350     EXIT.
005360
005370 2600-GUARDAR-ANTES SECTION.
005380     MOVE PRM-ESTADO            TO TCW-ANT-ESTADO
005390     MOVE PRM-FECHA-PROG        TO TCW-ANT-FECHA-PROG
005400     MOVE PRM-ESTADO-PROG       TO TCW-ANT-ESTADO-PROG
005410     IF TCW-ANT-FECHA-PROG NOT NUMERIC
005420*-                   ---  REGISTRO ANTERIOR AL CAMBIO PROGRAMADO:
005430*-                        SIN FECHA NI INDICADOR PENDIENTES
005440         MOVE SPACE TO TCW-ANT-FECHA-PROG
005450         MOVE SPACE TO TCW-ANT-ESTADO-PROG
005460         MOVE SPACE TO PRM-FECHA-PROG
005470         MOVE SPACE TO PRM-ESTADO-PROG
005480     END-IF
005490     .
005500 2600-GUARDAR-ANTES-EXIT.
005510     EXIT.
005520
005530 2900-NOVEDAD-ERRONEA SECTION.
005540     ADD 1 TO TCW-CNT-ERRONEOS
005550     MOVE PMT-ACCION       TO TCW-DE-ACCION
005560     MOVE PMT-CLAVE-X      TO TCW-DE-CLAVE
005570     MOVE PMT-FECHA-EFEC   TO TCW-DE-FECHA
005580     MOVE TCW-MOTIVO-ERROR TO TCW-DE-MOTIVO
005590     WRITE REC-LINEA FROM TCW-LIN-DET-ERROR
005600     .
005610 2900-NOVEDAD-ERRONEA-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------*
005650*  8000-IMPRIMIR-TOTALES - EMITE LOS CONTADORES DE LA CARGA *
005660*                          PARA CERTIFICAR LA TABLA         *
005670*----------------------------------------------------------*
005680 8000-IMPRIMIR-TOTALES SECTION.
005690     MOVE SPACE TO REC-LINEA
005700     WRITE REC-LINEA
005710     MOVE 'PROGRAMADOS EN VIGOR  ' TO TCW-DT-NOMBRE
005720     MOVE TCW-CNT-EN-VIGOR         TO TCW-DT-CANT
005730     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005740     MOVE 'NOVEDADES LEIDAS      ' TO TCW-DT-NOMBRE
005750     MOVE TCW-CNT-LEIDOS           TO TCW-DT-CANT
005760     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005770     MOVE 'PARES AGREGADOS       ' TO TCW-DT-NOMBRE
005780     MOVE TCW-CNT-AGREGADOS        TO TCW-DT-CANT
005790     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005800     MOVE 'PERMITIDOS            ' TO TCW-DT-NOMBRE
005810     MOVE TCW-CNT-PERMITIDOS       TO TCW-DT-CANT
005820     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005830     MOVE 'NO PERMITIDOS         ' TO TCW-DT-NOMBRE
005840     MOVE TCW-CNT-NO-PERMIT        TO TCW-DT-CANT
005850     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005860     MOVE 'DE ELLOS PROGRAMADOS  ' TO TCW-DT-NOMBRE
005870     MOVE TCW-CNT-PROGRAMADOS      TO TCW-DT-CANT
005880     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005890     MOVE 'PROGRAMAS REEMPLAZADOS' TO TCW-DT-NOMBRE
005900     MOVE TCW-CNT-REPROGRAM        TO TCW-DT-CANT
005910     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005920     MOVE 'SIN CAMBIO            ' TO TCW-DT-NOMBRE
005930     MOVE TCW-CNT-SIN-CAMBIO       TO TCW-DT-CANT
005940     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005950     MOVE 'NOVEDADES ERRONEAS    ' TO TCW-DT-NOMBRE
005960     MOVE TCW-CNT-ERRONEOS         TO TCW-DT-CANT
005970     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005980     .
005990 8000-IMPRIMIR-TOTALES-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------*
006030*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN; CON   *
006040*               NOVEDADES ERRONEAS TERMINA CON RETURN-CODE 4*
006050*----------------------------------------------------------*
006060 9000-FINAL SECTION.
006070     CLOSE ARCENTPMT
006080     CLOSE ARCPRODMON
006090     CLOSE ARCBITPRM
006100     CLOSE ARCRPTPRM
006110     IF TCW-CNT-ERRONEOS > ZERO
006120         MOVE 4    TO RETURN-CODE
006130     ELSE
006140         MOVE ZERO TO RETURN-CODE
006150     END-IF
006160     DISPLAY 'TCWNPRM - MANTENIMIENTO TABLA PRODUCTO/MONEDA'
006170     DISPLAY 'PROGRAMADOS EN VIGOR : ' TCW-CNT-EN-VIGOR
006180     DISPLAY 'NOVEDADES LEIDAS     : ' TCW-CNT-LEIDOS
006190     DISPLAY 'PARES AGREGADOS      : ' TCW-CNT-AGREGADOS
006200     DISPLAY 'PERMITIDOS           : ' TCW-CNT-PERMITIDOS
006210     DISPLAY 'NO PERMITIDOS        : ' TCW-CNT-NO-PERMIT
006220     DISPLAY 'DE ELLOS PROGRAMADOS : ' TCW-CNT-PROGRAMADOS
006230     DISPLAY 'SIN CAMBIO           : ' TCW-CNT-SIN-CAMBIO
006240     DISPLAY 'NOVEDADES ERRONEAS   : ' TCW-CNT-ERRONEOS
006250     .
006260 9000-FINAL-EXIT.
006270     EXIT.
