000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWOCNV.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. MANTENIMIENTO BATCH DEL MAESTRO *
000110*                 DE CONVENIOS DE PLANILLA ADQCONV A PARTIR *
000120*                 DE LAS NOVEDADES DEL AREA COMERCIAL       *
000130*                 (ADQWCVN): REGISTRAR (ALTA O CAMBIO DE    *
000140*                 VIGENCIA Y TOPE) O ELIMINAR UN PRODUCTO   *
000150*                 DEL CONVENIO DE UN RUC. EL RUC DEBE       *
000160*                 EXISTIR EN EL MAESTRO DE EMPLEADORES      *
000170*                 CUANDO ESTE ESTA DISPONIBLE. REPORTE DE   *
000180*                 CERTIFICACION CON IMAGEN ANTES/DESPUES.   *
000190*                 LAS FECHAS DE INICIO Y FIN SE VALIDAN CON *
000200*                 LA REGLA DE ADQWFEC (MES Y DIA EXISTENTES)*
000210*----------------------------------------------------------*
000220*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000230*  OBJETIVO : MANTENIMIENTO DEL MAESTRO DE CONVENIOS        *
000240*  ENTRADA  : ARCENTCVN  - NOVEDADES DE CONVENIOS (ADQWCVN) *
000250*             ARCEMPLEAD - MAESTRO DE EMPLEADORES (ADQEMPM) *
000260*  SALIDA   : ARCCONVEN  - MAESTRO DE CONVENIOS (ADQCONV)   *
000270*             ARCRPTCVN  - REPORTE DE CERTIFICACION         *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ARCENTCVN  ASSIGN TO ENTCVN
000350         ORGANIZATION  IS LINE SEQUENTIAL
000360         FILE STATUS   IS TCW-FS-ENTCVN.
000370
000380     SELECT ARCCONVEN  ASSIGN TO CONVEN
000390         ORGANIZATION  IS INDEXED
000400         ACCESS MODE   IS RANDOM
000410         RECORD KEY    IS CNV-CLAVE
000420         FILE STATUS   IS TCW-FS-CONVEN.
000430
000440     SELECT ARCEMPLEAD ASSIGN TO EMPLEAD
000450         ORGANIZATION  IS INDEXED
000460         ACCESS MODE   IS RANDOM
000470         RECORD KEY    IS EMP-RUC
000480         FILE STATUS   IS TCW-FS-EMPLEAD.
000490
000500     SELECT ARCRPTCVN  ASSIGN TO RPTCVN
000510         ORGANIZATION  IS LINE SEQUENTIAL
000520         FILE STATUS   IS TCW-FS-RPTCVN.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ARCENTCVN
000570     RECORDING MODE IS F.
000580     COPY ADQWCVN.
000590
000600 FD  ARCCONVEN
000610     RECORDING MODE IS F.
000620     COPY ADQCONV.
000630
000640 FD  ARCEMPLEAD
000650     RECORDING MODE IS F.
000660     COPY ADQEMPM.
000670
000680 FD  ARCRPTCVN
000690     RECORDING MODE IS F.
000700 01  REC-LINEA               PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730 01  TCW-INDICADORES-ARCHIVO.
000740     05  TCW-FS-ENTCVN        PIC X(02).
000750         88  TCW-OK-ENTCVN           VALUE '00'.
000760         88  TCW-FIN-ENTCVN          VALUE '10'.
000770     05  TCW-FS-CONVEN        PIC X(02).
000780         88  TCW-OK-CONVEN           VALUE '00'.
000790         88  TCW-NOENC-CONVEN        VALUE '23'.
000800     05  TCW-FS-EMPLEAD       PIC X(02).
000810         88  TCW-OK-EMPLEAD          VALUE '00'.
000820         88  TCW-NOENC-EMPLEAD       VALUE '23'.
000830     05  TCW-FS-RPTCVN        PIC X(02).
000840         88  TCW-OK-RPTCVN           VALUE '00'.
000850
000860 01  TCW-SWITCHES.
000870     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000880         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000890     05  TCW-SW-EMPLEAD-ABTO PIC X(01) VALUE SPACE.
000900         88  TCW-EMPLEAD-ABIERTO    VALUE 'S'.
000910     05  TCW-SW-INI-VALIDA   PIC X(01) VALUE SPACE.
000920         88  TCW-INI-INEXISTENTE    VALUE 'N'.
000930     05  TCW-SW-FIN-VALIDA   PIC X(01) VALUE SPACE.
000940         88  TCW-FIN-INEXISTENTE    VALUE 'N'.
000950
000960 01  TCW-FECHA-PROCESO       PIC 9(06).
000970
000980*----------------------------------------------------------*
000990*  FIN DE VIGENCIA NORMALIZADO (ESPACIOS = SIN VENCIMIENTO) *
001000*  Y MOTIVO DE RECHAZO DE LA NOVEDAD                        *
001010*----------------------------------------------------------*
001020 01  TCW-FECHA-FIN           PIC X(06).
001030 01  TCW-MOTIVO-ERROR        PIC X(40).
001040
001050     COPY ADQWFEC.
001060
001070 01  TCW-CONTADORES.
001080     05  TCW-CNT-LEIDOS      PIC 9(07) COMP VALUE ZERO.
001090     05  TCW-CNT-ALTAS       PIC 9(07) COMP VALUE ZERO.
001100     05  TCW-CNT-CAMBIOS     PIC 9(07) COMP VALUE ZERO.
001110     05  TCW-CNT-ELIMINADOS  PIC 9(07) COMP VALUE ZERO.
001120     05  TCW-CNT-SIN-CAMBIO  PIC 9(07) COMP VALUE ZERO.
001130     05  TCW-CNT-ERRONEOS    PIC 9(07) COMP VALUE ZERO.
001140
001150 01  TCW-LINEAS-REPORTE.
001160     05  TCW-LIN-TITULO.
001170         10  FILLER          PIC X(40) VALUE
001180             'CERTIFICACION MAESTRO DE CONVENIOS - DIA'.
001190         10  FILLER          PIC X(01) VALUE SPACE.
001200         10  TCW-LT-FECHA    PIC 9(06).
001210         10  FILLER          PIC X(33) VALUE SPACE.
001220     05  TCW-LIN-COLUMNAS.
001230         10  FILLER          PIC X(40) VALUE
001240             'ACCION       RUC         PRD  INICIO FIN'.
001250         10  FILLER          PIC X(40) VALUE
001260             '       TOPE USUARIO                     '.
001270     05  TCW-LIN-DET-CAMBIO.
001280         10  TCW-DC-ACCION   PIC X(12).
001290         10  FILLER          PIC X(01) VALUE SPACE.
001300         10  TCW-DC-RUC      PIC 9(11).
001310         10  FILLER          PIC X(01) VALUE SPACE.
001320         10  TCW-DC-PRODUCTO PIC 9(03).
001330         10  FILLER          PIC X(02) VALUE SPACE.
001340         10  TCW-DC-FECHA-INI
001350                             PIC X(06).
001360         10  FILLER          PIC X(01) VALUE SPACE.
001370         10  TCW-DC-FECHA-FIN
001380                             PIC X(06).
001390         10  FILLER          PIC X(01) VALUE SPACE.
001400         10  TCW-DC-TOPE     PIC ZZZZZZ9.
001410         10  FILLER          PIC X(01) VALUE SPACE.
001420         10  TCW-DC-USUARIO  PIC X(08).
001430         10  FILLER          PIC X(20) VALUE SPACE.
001440     05  TCW-LIN-DET-ERROR.
001450         10  FILLER          PIC X(12) VALUE 'ERRONEO     '.
001460         10  FILLER          PIC X(01) VALUE SPACE.
001470         10  TCW-DE-ACCION   PIC X(01).
001480         10  FILLER          PIC X(01) VALUE SPACE.
001490         10  TCW-DE-CLAVE    PIC X(14).
001500         10  FILLER          PIC X(01) VALUE SPACE.
001510         10  TCW-DE-MOTIVO   PIC X(40).
001520         10  FILLER          PIC X(10) VALUE SPACE.
001530     05  TCW-LIN-DET-TOTAL.
001540         10  TCW-DT-NOMBRE   PIC X(22).
001550         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
001560
001570 PROCEDURE DIVISION.
001580*----------------------------------------------------------*
001590*  0000-MAINLINE                                            *
001600*----------------------------------------------------------*
001610 0000-MAINLINE SECTION.
001620     PERFORM 1000-INICIAL
001630         THRU 1000-INICIAL-EXIT
001640     PERFORM 2000-PROCESAR-UNA-NOVEDAD
001650         THRU 2000-PROCESAR-UNA-NOVEDAD-EXIT
001660             UNTIL TCW-FIN-DE-ARCHIVO
001670     PERFORM 8000-IMPRIMIR-TOTALES
001680         THRU 8000-IMPRIMIR-TOTALES-EXIT
001690     PERFORM 9000-FINAL
001700         THRU 9000-FINAL-EXIT
001710     GOBACK
001720     .
001730 0000-MAINLINE-EXIT.
001740     EXIT.
001750
001760*----------------------------------------------------------*
001770*  1000-INICIAL - ABRE ARCHIVOS (EL MAESTRO SE CREA EN LA   *
001780*                 PRIMERA CARGA SI NO EXISTE; SIN MAESTRO   *
001790*                 DE EMPLEADORES NO SE VALIDA EL RUC) Y LEE *
001800*                 LA PRIMERA NOVEDAD                        *
001810*----------------------------------------------------------*
001820 1000-INICIAL SECTION.
001830     ACCEPT TCW-FECHA-PROCESO FROM DATE
001840     OPEN INPUT  ARCENTCVN
001850     IF NOT TCW-OK-ENTCVN
001860         DISPLAY 'TCWOCNV - ERROR AL ABRIR ARCENTCVN - STATUS '
001870             TCW-FS-ENTCVN
001880         MOVE 12 TO RETURN-CODE
001890         GOBACK
001900     END-IF
001910     OPEN I-O ARCCONVEN
001920     IF NOT TCW-OK-CONVEN AND NOT TCW-NOENC-CONVEN
001930         OPEN OUTPUT ARCCONVEN
001940         CLOSE ARCCONVEN
001950         OPEN I-O ARCCONVEN
001960     END-IF
001970     IF NOT TCW-OK-CONVEN
001980         DISPLAY 'TCWOCNV - ERROR AL ABRIR ARCCONVEN - STATUS '
001990             TCW-FS-CONVEN
002000         MOVE 12 TO RETURN-CODE
002010         GOBACK
002020     END-IF
002030     OPEN INPUT  ARCEMPLEAD
002040     IF TCW-OK-EMPLEAD
002050         SET  TCW-EMPLEAD-ABIERTO TO TRUE
002060     ELSE
002070         DISPLAY 'TCWOCNV - SIN MAESTRO DE EMPLEADORES - STATUS '
002080             TCW-FS-EMPLEAD ' - NO SE VALIDA EL RUC'
002090     END-IF
002100     OPEN OUTPUT ARCRPTCVN
002110     IF NOT TCW-OK-RPTCVN
002120         DISPLAY 'TCWOCNV - ERROR AL ABRIR ARCRPTCVN - STATUS '
002130             TCW-FS-RPTCVN
002140         MOVE 12 TO RETURN-CODE
002150         GOBACK
002160     END-IF
002170     MOVE TCW-FECHA-PROCESO TO TCW-LT-FECHA
002180     WRITE REC-LINEA FROM TCW-LIN-TITULO
002190     MOVE SPACE TO REC-LINEA
002200     WRITE REC-LINEA
002210     WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
002220     PERFORM 2100-LEER-ENTRADA
002230         THRU 2100-LEER-ENTRADA-EXIT
002240     .
002250 1000-INICIAL-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------*
002290*  2000-PROCESAR-UNA-NOVEDAD - VALIDA LA NOVEDAD Y LA       *
002300*                              APLICA AL MAESTRO (ALTA,     *
002310*                              CAMBIO O ELIMINACION)        *
002320*----------------------------------------------------------*
002330 2000-PROCESAR-UNA-NOVEDAD SECTION.
002340     ADD 1 TO TCW-CNT-LEIDOS
002350     MOVE SPACE         TO TCW-MOTIVO-ERROR
002360     MOVE CVN-FECHA-FIN TO TCW-FECHA-FIN
002370     IF TCW-FECHA-FIN = SPACE
002380         MOVE '000000' TO TCW-FECHA-FIN
002390     END-IF
002400     MOVE 'S' TO TCW-SW-INI-VALIDA
002410     MOVE 'S' TO TCW-SW-FIN-VALIDA
002420     IF CVN-REGISTRAR
002430         MOVE CVN-FECHA-INI TO FEC-FECHA-X
002440         PERFORM 2050-VALIDAR-FECHA-AAMMDD
002450             THRU 2050-VALIDAR-FECHA-AAMMDD-EXIT
002460         MOVE FEC-SW-VALIDA TO TCW-SW-INI-VALIDA
002470         IF TCW-FECHA-FIN NOT = '000000'
002480             MOVE TCW-FECHA-FIN TO FEC-FECHA-X
002490             PERFORM 2050-VALIDAR-FECHA-AAMMDD
002500                 THRU 2050-VALIDAR-FECHA-AAMMDD-EXIT
002510             MOVE FEC-SW-VALIDA TO TCW-SW-FIN-VALIDA
002520         END-IF
002530     END-IF
002540     EVALUATE TRUE
002550         WHEN NOT CVN-REGISTRAR AND NOT CVN-ELIMINAR
002560             MOVE 'ACCION NO VALIDA (A/E)' TO TCW-MOTIVO-ERROR
002570         WHEN CVN-CLAVE-X NOT NUMERIC
002580             MOVE 'RUC/PRODUCTO NO NUMERICO' TO TCW-MOTIVO-ERROR
002590         WHEN CVN-RUC = ZERO OR CVN-COD-PRODUCTO = ZERO
002600             MOVE 'RUC/PRODUCTO EN CERO' TO TCW-MOTIVO-ERROR
002610         WHEN CVN-ELIMINAR
002620             CONTINUE
002630         WHEN CVN-FECHA-INI NOT NUMERIC
002640             MOVE 'FECHA DE INICIO NO NUMERICA'
002650                 TO TCW-MOTIVO-ERROR
002660         WHEN TCW-INI-INEXISTENTE
002670             MOVE 'FECHA DE INICIO INEXISTENTE (MES/DIA)'
002680                 TO TCW-MOTIVO-ERROR
002690         WHEN TCW-FECHA-FIN NOT NUMERIC
002700             MOVE 'FECHA DE FIN NO NUMERICA' TO TCW-MOTIVO-ERROR
002710         WHEN TCW-FIN-INEXISTENTE
002720             MOVE 'FECHA DE FIN INEXISTENTE (MES/DIA)'
002730                 TO TCW-MOTIVO-ERROR
002740         WHEN TCW-FECHA-FIN NOT = '000000'
002750              AND TCW-FECHA-FIN < CVN-FECHA-INI
002760             MOVE 'FECHA DE FIN ANTERIOR AL INICIO'
002770                 TO TCW-MOTIVO-ERROR
002780         WHEN CVN-TOPE-X NOT NUMERIC
002790             MOVE 'TOPE DE VIGENTES NO NUMERICO'
002800                 TO TCW-MOTIVO-ERROR
002810         WHEN OTHER
002820             CONTINUE
002830     END-EVALUATE
002840     IF TCW-MOTIVO-ERROR = SPACE AND CVN-REGISTRAR
002850        AND TCW-EMPLEAD-ABIERTO
002860         MOVE CVN-RUC TO EMP-RUC
002870         READ ARCEMPLEAD
002880             KEY IS EMP-RUC
002890             INVALID KEY
002900                 MOVE 'RUC NO EXISTE EN MAESTRO DE EMPLEADORES'
002910                     TO TCW-MOTIVO-ERROR
002920         END-READ
002930     END-IF
002940     IF TCW-MOTIVO-ERROR NOT = SPACE
002950         PERFORM 2900-NOVEDAD-ERRONEA
002960             THRU 2900-NOVEDAD-ERRONEA-EXIT
002970         GO TO 2000-PROCESAR-SIGUIENTE
002980     END-IF
002990     MOVE CVN-CLAVE TO CNV-CLAVE
003000     READ ARCCONVEN
003010         KEY IS CNV-CLAVE
003020         INVALID KEY
003030             IF CVN-REGISTRAR
003040                 PERFORM 2200-ALTA-CONVENIO
003050                     THRU 2200-ALTA-CONVENIO-EXIT
003060             ELSE
003070                 MOVE 'CONVENIO INEXISTENTE - NO SE ELIMINA'
003080                     TO TCW-MOTIVO-ERROR
003090                 PERFORM 2900-NOVEDAD-ERRONEA
003100                     THRU 2900-NOVEDAD-ERRONEA-EXIT
003110             END-IF
003120             GO TO 2000-PROCESAR-SIGUIENTE
003130     END-READ
003140     IF CVN-REGISTRAR
003150         PERFORM 2300-CAMBIAR-CONVENIO
003160             THRU 2300-CAMBIAR-CONVENIO-EXIT
003170     ELSE
003180         PERFORM 2400-ELIMINAR-CONVENIO
003190             THRU 2400-ELIMINAR-CONVENIO-EXIT
003200     END-IF
003210     .
003220 2000-PROCESAR-SIGUIENTE.
003230     PERFORM 2100-LEER-ENTRADA
003240         THRU 2100-LEER-ENTRADA-EXIT
003250     .
003260 2000-PROCESAR-UNA-NOVEDAD-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------*
003300*  2050-VALIDAR-FECHA-AAMMDD - VALIDA FEC-FECHA-X           *
003310*                              CON LA REGLA DE ADQWFEC      *
003320*----------------------------------------------------------*
003330 2050-VALIDAR-FECHA-AAMMDD SECTION.
003340     SET  FEC-FECHA-INVALIDA TO TRUE
003350     IF FEC-FECHA-X NOT NUMERIC
003360        OR FEC-MM < 01 OR FEC-MM > 12
003370        OR FEC-DD < 01
003380         GO TO 2050-VALIDAR-FECHA-AAMMDD-EXIT
003390     END-IF
003400     MOVE FEC-DIAS-MES(FEC-MM) TO FEC-ULTIMO-DIA
003410     IF FEC-MM = 02
003420         DIVIDE FEC-AA BY 4
003430             GIVING FEC-COCIENTE REMAINDER FEC-RESTO
003440         IF FEC-RESTO NOT = ZERO
003450             MOVE 28 TO FEC-ULTIMO-DIA
003460         END-IF
003470     END-IF
003480     IF FEC-DD > FEC-ULTIMO-DIA
003490         GO TO 2050-VALIDAR-FECHA-AAMMDD-EXIT
003500     END-IF
003510     SET  FEC-FECHA-VALIDA TO TRUE
003520     .
003530 2050-VALIDAR-FECHA-AAMMDD-EXIT.
003540     EXIT.
003550
003560 2100-LEER-ENTRADA SECTION.
003570     READ ARCENTCVN
003580         AT END
003590             SET  TCW-FIN-DE-ARCHIVO TO TRUE
003600     END-READ
003610     .
003620 2100-LEER-ENTRADA-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------*
003660*  2200-ALTA-CONVENIO - EL PRODUCTO NO ESTA EN EL CONVENIO  *
003670*                       DEL RUC: SE AGREGA                  *
003680*----------------------------------------------------------*
003690 2200-ALTA-CONVENIO SECTION.
003700     MOVE CVN-CLAVE         TO CNV-CLAVE
003710     MOVE CVN-FECHA-INI     TO CNV-FECHA-INI
003720     MOVE TCW-FECHA-FIN     TO CNV-FECHA-FIN
003730     MOVE CVN-TOPE          TO CNV-TOPE-VIGENTES
003740     MOVE TCW-FECHA-PROCESO TO CNV-FECHA-ACT
003750     MOVE CVN-USUARIO       TO CNV-USUARIO
003760     MOVE SPACE             TO CNV-FILLER
003770     WRITE ADQCONV
003780         INVALID KEY
003790             MOVE 'NO SE PUDO GRABAR EL CONVENIO'
003800                 TO TCW-MOTIVO-ERROR
003810             PERFORM 2900-NOVEDAD-ERRONEA
003820                 THRU 2900-NOVEDAD-ERRONEA-EXIT
003830             GO TO 2200-ALTA-CONVENIO-EXIT
003840     END-WRITE
003850     ADD 1 TO TCW-CNT-ALTAS
003860     MOVE 'ALTA        ' TO TCW-DC-ACCION
003870     PERFORM 2500-DETALLE-CAMBIO
003880         THRU 2500-DETALLE-CAMBIO-EXIT
003890     .
003900 2200-ALTA-CONVENIO-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------*
003940*  2300-CAMBIAR-CONVENIO - EL PRODUCTO YA ESTA EN EL        *
003950*                          CONVENIO: SE REESCRIBE SOLO SI   *
003960*                          CAMBIA LA VIGENCIA O EL TOPE,    *
003970*                          IMPRIMIENDO LA IMAGEN ANTERIOR   *
003980*----------------------------------------------------------*
003990 2300-CAMBIAR-CONVENIO SECTION.
004000     IF CNV-FECHA-INI     = CVN-FECHA-INI
004010        AND CNV-FECHA-FIN = TCW-FECHA-FIN
004020        AND CNV-TOPE-VIGENTES = CVN-TOPE
004030         ADD 1 TO TCW-CNT-SIN-CAMBIO
004040         GO TO 2300-CAMBIAR-CONVENIO-EXIT
004050     END-IF
004060     MOVE 'ANTES       ' TO TCW-DC-ACCION
004070     PERFORM 2500-DETALLE-CAMBIO
004080         THRU 2500-DETALLE-CAMBIO-EXIT
004090     MOVE CVN-FECHA-INI     TO CNV-FECHA-INI
004100     MOVE TCW-FECHA-FIN     TO CNV-FECHA-FIN
004110     MOVE CVN-TOPE          TO CNV-TOPE-VIGENTES
004120     MOVE TCW-FECHA-PROCESO TO CNV-FECHA-ACT
004130     MOVE CVN-USUARIO       TO CNV-USUARIO
004140     REWRITE ADQCONV
004150         INVALID KEY
004160             MOVE 'NO SE PUDO REGRABAR EL CONVENIO'
004170                 TO TCW-MOTIVO-ERROR
004180             PERFORM 2900-NOVEDAD-ERRONEA
004190                 THRU 2900-NOVEDAD-ERRONEA-EXIT
004200             GO TO 2300-CAMBIAR-CONVENIO-EXIT
004210     END-REWRITE
004220     ADD 1 TO TCW-CNT-CAMBIOS
004230     MOVE 'DESPUES     ' TO TCW-DC-ACCION
004240     PERFORM 2500-DETALLE-CAMBIO
004250         THRU 2500-DETALLE-CAMBIO-EXIT
004260     .
004270 2300-CAMBIAR-CONVENIO-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------*
004310*  2400-ELIMINAR-CONVENIO - RETIRA EL PRODUCTO DEL CONVENIO *
004320*                           (LAS AFILIACIONES VIGENTES SE   *
004330*                           CONSERVAN; SOLO SE RECHAZAN LAS *
004340*                           NUEVAS)                         *
004350*----------------------------------------------------------*
004360 2400-ELIMINAR-CONVENIO SECTION.
004370     DELETE ARCCONVEN
004380         INVALID KEY
004390             MOVE 'NO SE PUDO ELIMINAR EL CONVENIO'
004400                 TO TCW-MOTIVO-ERROR
004410             PERFORM 2900-NOVEDAD-ERRONEA
004420                 THRU 2900-NOVEDAD-ERRONEA-EXIT
004430             GO TO 2400-ELIMINAR-CONVENIO-EXIT
004440     END-DELETE
004450     ADD 1 TO TCW-CNT-ELIMINADOS
004460     MOVE CVN-USUARIO      TO CNV-USUARIO
004470     MOVE 'ELIMINADO   '   TO TCW-DC-ACCION
004480     PERFORM 2500-DETALLE-CAMBIO
004490         THRU 2500-DETALLE-CAMBIO-EXIT
004500     .
004510 2400-ELIMINAR-CONVENIO-EXIT.
004520     EXIT.
004530
004540 2500-DETALLE-CAMBIO SECTION.
004550     MOVE CNV-RUC           TO TCW-DC-RUC
004560     MOVE CNV-COD-PRODUCTO  TO TCW-DC-PRODUCTO
004570     MOVE CNV-FECHA-INI     TO TCW-DC-FECHA-INI
004580     MOVE CNV-FECHA-FIN     TO TCW-DC-FECHA-FIN
004590     MOVE CNV-TOPE-VIGENTES TO TCW-DC-TOPE
004600     MOVE CNV-USUARIO       TO TCW-DC-USUARIO
004610     WRITE REC-LINEA FROM TCW-LIN-DET-CAMBIO
004620     .
004630 2500-DETALLE-CAMBIO-EXIT.
004640     EXIT.
004650
004660 2900-NOVEDAD-ERRONEA SECTION.
004670     ADD 1 TO TCW-CNT-ERRONEOS
004680     MOVE CVN-ACCION       TO TCW-DE-ACCION
004690     MOVE CVN-CLAVE-X      TO TCW-DE-CLAVE
004700     MOVE TCW-MOTIVO-ERROR TO TCW-DE-MOTIVO
004710     WRITE REC-LINEA FROM TCW-LIN-DET-ERROR
004720     .
004730 2900-NOVEDAD-ERRONEA-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------*
004770*  8000-IMPRIMIR-TOTALES - EMITE LOS CONTADORES DE LA CARGA *
004780*                          PARA CERTIFICAR EL MAESTRO       *
004790*----------------------------------------------------------*
004800 8000-IMPRIMIR-TOTALES SECTION.
004810     MOVE SPACE TO REC-LINEA
004820     WRITE REC-LINEA
004830     MOVE 'NOVEDADES LEIDAS      ' TO TCW-DT-NOMBRE
004840     MOVE TCW-CNT-LEIDOS           TO TCW-DT-CANT
004850     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
004860     MOVE 'CONVENIOS AGREGADOS   ' TO TCW-DT-NOMBRE
004870     MOVE TCW-CNT-ALTAS            TO TCW-DT-CANT
004880     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
004890     MOVE 'CONVENIOS MODIFICADOS ' TO TCW-DT-NOMBRE
004900     MOVE TCW-CNT-CAMBIOS          TO TCW-DT-CANT
004910     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
004920     MOVE 'CONVENIOS ELIMINADOS  ' TO TCW-DT-NOMBRE
004930     MOVE TCW-CNT-ELIMINADOS       TO TCW-DT-CANT
004940     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
004950     MOVE 'SIN CAMBIO            ' TO TCW-DT-NOMBRE
004960     MOVE TCW-CNT-SIN-CAMBIO       TO TCW-DT-CANT
004970     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
004980     MOVE 'NOVEDADES ERRONEAS    ' TO TCW-DT-NOMBRE
004990     MOVE TCW-CNT-ERRONEOS         TO TCW-DT-CANT
005000     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005010     .
005020 8000-IMPRIMIR-TOTALES-EXIT.
005030     EXIT.
005040
005050*----------------------------------------------------------*
005060*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN; CON   *
005070*               NOVEDADES ERRONEAS TERMINA CON RETURN-CODE 4*
005080*----------------------------------------------------------*
005090 9000-FINAL SECTION.
005100     CLOSE ARCENTCVN
005110     CLOSE ARCCONVEN
005120     IF TCW-EMPLEAD-ABIERTO
005130         CLOSE ARCEMPLEAD
005140     END-IF
005150     CLOSE ARCRPTCVN
005160     IF TCW-CNT-ERRONEOS > ZERO
005170         MOVE 4    TO RETURN-CODE
005180     ELSE
005190         MOVE ZERO TO RETURN-CODE
005200     END-IF
005210     DISPLAY 'TCWOCNV - MANTENIMIENTO MAESTRO DE CONVENIOS'
005220     DISPLAY 'NOVEDADES LEIDAS     : ' TCW-CNT-LEIDOS
005230     DISPLAY 'CONVENIOS AGREGADOS  : ' TCW-CNT-ALTAS
005240     DISPLAY 'CONVENIOS MODIFICADOS: ' TCW-CNT-CAMBIOS
005250     DISPLAY 'CONVENIOS ELIMINADOS : ' TCW-CNT-ELIMINADOS
005260     DISPLAY 'SIN CAMBIO           : ' TCW-CNT-SIN-CAMBIO
005270     DISPLAY 'NOVEDADES ERRONEAS   : ' TCW-CNT-ERRONEOS
005280     .
005290 9000-FINAL-EXIT.
005300     EXIT.
