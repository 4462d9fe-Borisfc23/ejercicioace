000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWRCAS.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   EL DESCARTE SOLO ACEPTA LOS CODIGOS DE    *
000110*                 RESOLUCION DE ADQWCAS (OK/RR/YA/DE); UNA  *
000120*                 BITACORA QUE NO ABRE (SALVO INEXISTENTE)  *
000130*                 TERMINA CON RETURN-CODE 8.                *
000140*  15/10/26 RHM   LOS RECHAZOS DE SOLICITUD PROGRAMADA      *
000150*                 (9014 FECHA EFECTIVA INVALIDA, 9015 NO    *
000160*                 PROGRAMADA) NO ABREN CASO: RESUBMITIRLOS  *
000170*                 LOS PROCESARIA SIN SU FECHA EFECTIVA.     *
000180*  15/10/26 RHM   RAZON 'E' PARA LOS RECHAZOS POR CLIENTE   *
000190*                 NO ELEGIBLE (9009 A 9013).                *
000200*  15/10/26 RHM   LOS RECHAZOS POR AUTORIZACION (9008) NO   *
000210*                 ABREN CASO: NO SE CORRIGEN NI RESUBMITEN, *
000220*                 LOS SIGUE SEGURIDAD INFORMATICA CON EL    *
000230*                 REPORTE DE VIOLACIONES (TCWWVIO).         *
000240*  15/10/26 RHM   CREACION. CASOS DE SEGUIMIENTO DE LOS     *
000250*                 RECHAZOS PERMANENTES (WRJ-ESTADO 20) DE   *
000260*                 ARCRECHWVC, QUE TCW4REP NO REPROCESA:     *
000270*                 ABRE UN CASO ADQWCAS POR CADA RECHAZO     *
000280*                 NUEVO, CON EL RUC, LA MONEDA Y EL         *
000290*                 PROGRAMA INVOCADO TOMADOS DE LA BITACORA  *
000300*                 ADQWAUD (COMO TCW4REP); CIERRA LOS CASOS  *
000310*                 CUYA OPERACION YA QUEDO REFLEJADA EN      *
000320*                 ADQAFIL; Y APLICA LAS NOVEDADES DE BACK   *
000330*                 OFFICE (ADQWCAN): ASIGNAR ANALISTA,       *
000340*                 CORREGIR RUC / MONEDA / PRODUCTO PARA LA  *
000350*                 RESUBMISION DE TCWSRCS, O DESCARTAR.      *
000360*----------------------------------------------------------*
000370*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000380*  OBJETIVO : CASOS DE RECHAZOS PERMANENTES                 *
000390*  ENTRADA  : ARCRECHWVC - DETALLE DE RECHAZOS (ADQWRJD)    *
000400*             ARCAUDWVC  - BITACORA DE AUDITORIA (ADQWAUD)  *
000410*             ARCAFILIAC - MAESTRO DE AFILIACIONES          *
000420*             ARCENTCAN  - NOVEDADES DE CASOS (ADQWCAN)     *
000430*             ARCEMPLEAD - MAESTRO DE EMPLEADORES (ADQEMPM) *
000440*  SALIDA   : ARCCASWVC  - CASOS DE RECHAZOS (ADQWCAS)      *
000450*             ARCRPTCAS  - REPORTE DE MOVIMIENTOS DE CASOS  *
000460*----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SPECIAL-NAMES.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ARCRECHWVC ASSIGN TO RCHWVC
000530         ORGANIZATION  IS LINE SEQUENTIAL
000540         FILE STATUS   IS TCW-FS-RCHWVC.
000550
000560     SELECT ARCAUDWVC  ASSIGN TO AUDWVC
000570         ORGANIZATION  IS LINE SEQUENTIAL
000580         FILE STATUS   IS TCW-FS-AUDWVC.
000590
000600     SELECT ARCAFILIAC ASSIGN TO AFILIAC
000610         ORGANIZATION  IS INDEXED
000620         ACCESS MODE   IS RANDOM
000630         RECORD KEY    IS AFI-CLAVE
000640         FILE STATUS   IS TCW-FS-AFILIAC.
000650
000660     SELECT ARCENTCAN  ASSIGN TO ENTCAN
000670         ORGANIZATION  IS LINE SEQUENTIAL
000680         FILE STATUS   IS TCW-FS-ENTCAN.
000690
000700     SELECT ARCEMPLEAD ASSIGN TO EMPLEAD
000710         ORGANIZATION  IS INDEXED
000720         ACCESS MODE   IS RANDOM
000730         RECORD KEY    IS EMP-RUC
000740         FILE STATUS   IS TCW-FS-EMPLEAD.
000750
000760     SELECT ARCCASWVC  ASSIGN TO CASWVC
000770         ORGANIZATION  IS INDEXED
000780         ACCESS MODE   IS DYNAMIC
000790         RECORD KEY    IS CAS-CLAVE
000800         FILE STATUS   IS TCW-FS-CASWVC.
000810
000820     SELECT ARCRPTCAS  ASSIGN TO RPTCAS
000830         ORGANIZATION  IS LINE SEQUENTIAL
000840         FILE STATUS   IS TCW-FS-RPTCAS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  ARCRECHWVC
000890     RECORDING MODE IS F.
000900     COPY ADQWRJD.
000910
000920 FD  ARCAUDWVC
000930     RECORDING MODE IS F.
000940     COPY ADQWAUD.
000950
000960 FD  ARCAFILIAC
000970     RECORDING MODE IS F.
000980     COPY ADQAFIL.
000990
001000 FD  ARCENTCAN
001010     RECORDING MODE IS F.
001020     COPY ADQWCAN.
001030
001040 FD  ARCEMPLEAD
001050     RECORDING MODE IS F.
001060     COPY ADQEMPM.
001070
001080 FD  ARCCASWVC
001090     RECORDING MODE IS F.
001100     COPY ADQWCAS.
001110
001120 FD  ARCRPTCAS
001130     RECORDING MODE IS F.
001140 01  REC-LINEA               PIC X(80).
001150
001160 WORKING-STORAGE SECTION.
001170 01  TCW-INDICADORES-ARCHIVO.
001180     05  TCW-FS-RCHWVC        PIC X(02).
001190         88  TCW-OK-RCHWVC           VALUE '00'.
001200         88  TCW-NOENC-RCHWVC        VALUE '35'.
001210     05  TCW-FS-AUDWVC        PIC X(02).
001220         88  TCW-OK-AUDWVC           VALUE '00'.
001230         88  TCW-NOENC-AUDWVC        VALUE '35'.
001240     05  TCW-FS-AFILIAC       PIC X(02).
001250         88  TCW-OK-AFILIAC          VALUE '00'.
001260     05  TCW-FS-ENTCAN        PIC X(02).
001270         88  TCW-OK-ENTCAN           VALUE '00'.
001280     05  TCW-FS-EMPLEAD       PIC X(02).
001290         88  TCW-OK-EMPLEAD          VALUE '00'.
001300     05  TCW-FS-CASWVC        PIC X(02).
001310         88  TCW-OK-CASWVC           VALUE '00'.
001320         88  TCW-NOENC-CASWVC        VALUE '23'.
001330         88  TCW-FIN-CASWVC          VALUE '10'.
001340     05  TCW-FS-RPTCAS        PIC X(02).
001350         88  TCW-OK-RPTCAS           VALUE '00'.
001360
001370 01  TCW-SWITCHES.
001380     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
001390         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
001400     05  TCW-SW-EMPLEAD-ABTO PIC X(01) VALUE SPACE.
001410         88  TCW-EMPLEAD-ABIERTO    VALUE 'S'.
001420     05  TCW-WK-ENCONTRADO   PIC X(01).
001430         88  TCW-NUEVO-ENCONTRADO   VALUE 'S'.
001440     05  TCW-WK-TABLA-LLENA  PIC X(01) VALUE SPACE.
001450         88  TCW-NUEVOS-TABLA-LLENA VALUE 'S'.
001460     05  TCW-SW-REFLEJADO    PIC X(01) VALUE SPACE.
001470         88  TCW-YA-REFLEJADO       VALUE 'S'.
001480     05  TCW-SW-ERR-BITACORA PIC X(01) VALUE SPACE.
001490         88  TCW-BITACORA-CON-ERROR VALUE 'S'.
001500
001510 01  TCW-FECHA-PROCESO       PIC 9(06).
001520 01  TCW-MOTIVO-ERROR        PIC X(40).
001530
001540*----------------------------------------------------------*
001550*  PRODUCTO Y MONEDA EFECTIVOS DEL CASO (LOS CORREGIDOS SI  *
001560*  EL OPERADOR LOS INFORMO, SI NO LOS ORIGINALES)           *
001570*----------------------------------------------------------*
001580 01  TCW-WK-EFECTIVOS.
001590     05  TCW-EF-PRODUCTO     PIC 9(03).
001600     05  TCW-EF-CODMON       PIC 9(03).
001610
001620 01  TCW-CONTADORES.
001630     05  TCW-CNT-RECH-LEIDOS PIC 9(07) COMP VALUE ZERO.
001640     05  TCW-CNT-PERMANENTES PIC 9(07) COMP VALUE ZERO.
001650     05  TCW-CNT-YA-EN-CASO  PIC 9(07) COMP VALUE ZERO.
001660     05  TCW-CNT-NO-AUTORIZ  PIC 9(07) COMP VALUE ZERO.
001670     05  TCW-CNT-NO-PROGRAM  PIC 9(07) COMP VALUE ZERO.
001680     05  TCW-CNT-DIFERIDOS   PIC 9(07) COMP VALUE ZERO.
001690     05  TCW-CNT-ABIERTOS    PIC 9(07) COMP VALUE ZERO.
001700     05  TCW-CNT-SIN-BITAC   PIC 9(07) COMP VALUE ZERO.
001710     05  TCW-CNT-REFLEJADOS  PIC 9(07) COMP VALUE ZERO.
001720     05  TCW-CNT-NOVEDADES   PIC 9(07) COMP VALUE ZERO.
001730     05  TCW-CNT-ASIGNADOS   PIC 9(07) COMP VALUE ZERO.
001740     05  TCW-CNT-CORREGIDOS  PIC 9(07) COMP VALUE ZERO.
001750     05  TCW-CNT-DESCARTADOS PIC 9(07) COMP VALUE ZERO.
001760     05  TCW-CNT-ERRONEOS    PIC 9(07) COMP VALUE ZERO.
001770
001780*----------------------------------------------------------*
001790*  RECHAZOS PERMANENTES SIN CASO LEIDOS EN ESTA CORRIDA     *
001800*  (HASTA 500; LOS QUE NO ENTRAN QUEDAN PARA LA SIGUIENTE,  *
001810*  YA QUE EL CASO SE BUSCA POR CLAVE ANTES DE AGREGARLO)    *
001820*----------------------------------------------------------*
001830 01  TCW-TABLA-NUEVOS.
001840     05  TCW-CANT-NUE        PIC 9(04) COMP VALUE ZERO.
001850     05  TCW-OCU-NUE         OCCURS 500 TIMES
001860                             INDEXED BY TCW-IX-NUE.
001870         10  TCW-NUE-COD-UNICO   PIC 9(10).
001880         10  TCW-NUE-FECHA       PIC X(06).
001890         10  TCW-NUE-HORA        PIC X(06).
001900         10  TCW-NUE-COD-PRODUCT PIC 9(03).
001910         10  TCW-NUE-NUMINV      PIC 9(02).
001920         10  TCW-NUE-OPERACION   PIC X(01).
001930         10  TCW-NUE-USRFUN      PIC X(08).
001940         10  TCW-NUE-ORIGEN      PIC X(03).
001950         10  TCW-NUE-CODERR      PIC 9(04).
001960         10  TCW-NUE-MOTIVO      PIC X(80).
001970         10  TCW-NUE-RUC         PIC 9(11).
001980         10  TCW-NUE-CODMON      PIC 9(03).
001990         10  TCW-NUE-PGMINV      PIC X(08).
002000         10  TCW-NUE-SW-BITAC    PIC X(01).
002010             88  TCW-NUE-CON-BITACORA  VALUE 'S'.
002020
002030 01  TCW-LINEAS-REPORTE.
002040     05  TCW-LIN-TITULO.
002050         10  FILLER          PIC X(40) VALUE
002060             'CASOS DE RECHAZOS PERMANENTES - DIA     '.
002070         10  TCW-LT-FECHA    PIC 9(06).
002080         10  FILLER          PIC X(34) VALUE SPACE.
002090     05  TCW-LIN-COLUMNAS.
002100         10  FILLER          PIC X(40) VALUE
002110             'ACCION      CLIENTE    FECHA  HORA   PRD'.
002120         10  FILLER          PIC X(40) VALUE
002130             ' R ERR  ANALISTA RUC                    '.
002140     05  TCW-LIN-DET-CASO.
002150         10  TCW-DC-ACCION   PIC X(11).
002160         10  FILLER          PIC X(01) VALUE SPACE.
002170         10  TCW-DC-COD-UNICO
002180                             PIC 9(10).
002190         10  FILLER          PIC X(01) VALUE SPACE.
002200         10  TCW-DC-FECHA    PIC X(06).
002210         10  FILLER          PIC X(01) VALUE SPACE.
002220         10  TCW-DC-HORA     PIC X(06).
002230         10  FILLER          PIC X(01) VALUE SPACE.
002240         10  TCW-DC-PRODUCTO PIC 9(03).
002250         10  FILLER          PIC X(01) VALUE SPACE.
002260         10  TCW-DC-RAZON    PIC X(01).
002270         10  FILLER          PIC X(01) VALUE SPACE.
002280         10  TCW-DC-CODERR   PIC 9(04).
002290         10  FILLER          PIC X(01) VALUE SPACE.
002300         10  TCW-DC-ANALISTA PIC X(08).
002310         10  FILLER          PIC X(01) VALUE SPACE.
002320         10  TCW-DC-RUC      PIC 9(11).
002330         10  FILLER          PIC X(12) VALUE SPACE.
002340     05  TCW-LIN-DET-ERROR.
002350         10  FILLER          PIC X(11) VALUE 'ERRONEO'.
002360         10  FILLER          PIC X(01) VALUE SPACE.
002370         10  TCW-DE-ACCION   PIC X(01).
002380         10  FILLER          PIC X(01) VALUE SPACE.
002390         10  TCW-DE-CLAVE    PIC X(25).
002400         10  FILLER          PIC X(01) VALUE SPACE.
002410         10  TCW-DE-MOTIVO   PIC X(40).
002420     05  TCW-LIN-DET-TOTAL.
002430         10  TCW-DT-NOMBRE   PIC X(22).
002440         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
002450
002460 PROCEDURE DIVISION.
002470*----------------------------------------------------------*
002480*  0000-MAINLINE                                            *
002490*----------------------------------------------------------*
002500 0000-MAINLINE SECTION.
002510     PERFORM 1000-INICIAL
002520         THRU 1000-INICIAL-EXIT
002530     PERFORM 2000-CARGAR-RECHAZOS
002540         THRU 2000-CARGAR-RECHAZOS-EXIT
002550     PERFORM 3000-COMPLETAR-BITACORA
002560         THRU 3000-COMPLETAR-BITACORA-EXIT
002570     PERFORM 4000-ABRIR-CASOS
002580         THRU 4000-ABRIR-CASOS-EXIT
002590     PERFORM 5000-CERRAR-REFLEJADOS
002600         THRU 5000-CERRAR-REFLEJADOS-EXIT
002610     PERFORM 6000-APLICAR-NOVEDADES
002620         THRU 6000-APLICAR-NOVEDADES-EXIT
002630     PERFORM 8000-IMPRIMIR-TOTALES
002640         THRU 8000-IMPRIMIR-TOTALES-EXIT
002650     PERFORM 9000-FINAL
002660         THRU 9000-FINAL-EXIT
002670     GOBACK
002680     .
002690 0000-MAINLINE-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------*
002730*  1000-INICIAL - ABRE EL ARCHIVO DE CASOS (SE CREA EN LA   *
002740*                 PRIMERA CORRIDA SI NO EXISTE) Y EL        *
002750*                 REPORTE; SIN MAESTRO DE EMPLEADORES NO SE *
002760*                 VALIDA EL RUC CORREGIDO                   *
002770*----------------------------------------------------------*
002780 1000-INICIAL SECTION.
002790     ACCEPT TCW-FECHA-PROCESO FROM DATE
002800     OPEN I-O ARCCASWVC
002810     IF NOT TCW-OK-CASWVC AND NOT TCW-NOENC-CASWVC
002820         OPEN OUTPUT ARCCASWVC
002830         CLOSE ARCCASWVC
002840         OPEN I-O ARCCASWVC
002850     END-IF
002860     IF NOT TCW-OK-CASWVC
002870         DISPLAY 'TCWRCAS - ERROR AL ABRIR ARCCASWVC - STATUS '
002880             TCW-FS-CASWVC
002890         MOVE 12 TO RETURN-CODE
002900         GOBACK
002910     END-IF
002920     OPEN OUTPUT ARCRPTCAS
002930     IF NOT TCW-OK-RPTCAS
002940         DISPLAY 'TCWRCAS - ERROR AL ABRIR ARCRPTCAS - STATUS '
002950             TCW-FS-RPTCAS
002960         CLOSE ARCCASWVC
002970         MOVE 12 TO RETURN-CODE
002980         GOBACK
002990     END-IF
003000     OPEN INPUT ARCEMPLEAD
003010     IF TCW-OK-EMPLEAD
003020         SET  TCW-EMPLEAD-ABIERTO TO TRUE
003030     END-IF
003040     MOVE TCW-FECHA-PROCESO TO TCW-LT-FECHA
003050     WRITE REC-LINEA FROM TCW-LIN-TITULO
003060     MOVE SPACE TO REC-LINEA
003070     WRITE REC-LINEA
003080     WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
003090     .
003100 1000-INICIAL-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------*
003140*  2000-CARGAR-RECHAZOS - RECORRE ARCRECHWVC Y JUNTA LOS    *
003150*                         RECHAZOS PERMANENTES QUE TODAVIA  *
003160*                         NO TIENEN CASO                    *
003170*----------------------------------------------------------*
003180 2000-CARGAR-RECHAZOS SECTION.
003190     OPEN INPUT ARCRECHWVC
003200     IF TCW-NOENC-RCHWVC
003210         GO TO 2000-CARGAR-RECHAZOS-EXIT
003220     END-IF
003230     IF NOT TCW-OK-RCHWVC
003240         DISPLAY 'TCWRCAS - ERROR AL ABRIR ARCRECHWVC'
003250             ' - STATUS ' TCW-FS-RCHWVC
003260         CLOSE ARCCASWVC
003270         CLOSE ARCRPTCAS
003280         IF TCW-EMPLEAD-ABIERTO
003290             CLOSE ARCEMPLEAD
003300         END-IF
003310         MOVE 12 TO RETURN-CODE
003320         GOBACK
003330     END-IF
003340     MOVE SPACE TO TCW-SW-FINARCHIVO
003350     PERFORM 2100-LEER-RECHAZO
003360         THRU 2100-LEER-RECHAZO-EXIT
003370     PERFORM 2010-UN-RECHAZO
003380         THRU 2010-UN-RECHAZO-EXIT
003390             UNTIL TCW-FIN-DE-ARCHIVO
003400     CLOSE ARCRECHWVC
003410     .
003420 2000-CARGAR-RECHAZOS-EXIT.
003430     EXIT.
003440
003450 2010-UN-RECHAZO SECTION.
003460     ADD 1 TO TCW-CNT-RECH-LEIDOS
003470*-                   ---  80 Y 90 SON TRANSITORIOS (TCW4REP);
003480*-                        15 ES DUPLICADO, NO REQUIERE ACCION
003490     IF WRJ-ESTADO NOT = 20
003500         GO TO 2010-UN-RECHAZO-SIGUIENTE
003510     END-IF
003520     IF WRJ-CODERR = 9008
003530         ADD 1 TO TCW-CNT-NO-AUTORIZ
003540         GO TO 2010-UN-RECHAZO-SIGUIENTE
003550     END-IF
003560     IF WRJ-CODERR = 9014 OR WRJ-CODERR = 9015
003570         ADD 1 TO TCW-CNT-NO-PROGRAM
003580         GO TO 2010-UN-RECHAZO-SIGUIENTE
003590     END-IF
003600     ADD 1 TO TCW-CNT-PERMANENTES
003610     MOVE WRJ-COD-UNICO    TO CAS-COD-UNICO
003620     MOVE WRJ-FECHA        TO CAS-FECHA-RECH
003630     MOVE WRJ-HORA         TO CAS-HORA-RECH
003640     MOVE WRJ-COD-PRODUCTO TO CAS-COD-PRODUCTO
003650     READ ARCCASWVC
003660         KEY IS CAS-CLAVE
003670         INVALID KEY
003680             PERFORM 2200-AGREGAR-NUEVO
003690                 THRU 2200-AGREGAR-NUEVO-EXIT
003700             GO TO 2010-UN-RECHAZO-SIGUIENTE
003710     END-READ
003720     ADD 1 TO TCW-CNT-YA-EN-CASO
003730     .
003740 2010-UN-RECHAZO-SIGUIENTE.
003750     PERFORM 2100-LEER-RECHAZO
003760         THRU 2100-LEER-RECHAZO-EXIT
003770     .
003780 2010-UN-RECHAZO-EXIT.
003790     EXIT.
003800
003810 2100-LEER-RECHAZO SECTION.
003820     READ ARCRECHWVC
003830         AT END
003840             SET  TCW-FIN-DE-ARCHIVO TO TRUE
003850     END-READ
003860     .
003870 2100-LEER-RECHAZO-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------*
003910*  2200-AGREGAR-NUEVO - AGREGA EL RECHAZO A LA TABLA DE     *
003920*                       CASOS A ABRIR (UNA SOLA VEZ POR     *
003930*                       CLAVE)                              *
003940*----------------------------------------------------------*
003950 2200-AGREGAR-NUEVO SECTION.
003960     MOVE 'N' TO TCW-WK-ENCONTRADO
003970     PERFORM 2210-BUSCAR-UN-NUEVO
003980         THRU 2210-BUSCAR-UN-NUEVO-EXIT
003990             VARYING TCW-IX-NUE FROM 1 BY 1
004000             UNTIL TCW-IX-NUE > TCW-CANT-NUE
004010                OR TCW-NUEVO-ENCONTRADO
004020     IF TCW-NUEVO-ENCONTRADO
004030         GO TO 2200-AGREGAR-NUEVO-EXIT
004040     END-IF
004050     IF TCW-CANT-NUE NOT < 500
004060         ADD 1 TO TCW-CNT-DIFERIDOS
004070         IF NOT TCW-NUEVOS-TABLA-LLENA
004080             DISPLAY 'TCWRCAS - TABLA DE CASOS NUEVOS LLENA '
004090                 '(500) - EL RESTO SE ABRE EN LA PROXIMA '
004100                 'CORRIDA'
004110             SET  TCW-NUEVOS-TABLA-LLENA TO TRUE
004120         END-IF
004130         GO TO 2200-AGREGAR-NUEVO-EXIT
004140     END-IF
004150     ADD 1 TO TCW-CANT-NUE
004160     SET  TCW-IX-NUE TO TCW-CANT-NUE
004170     MOVE WRJ-COD-UNICO    TO TCW-NUE-COD-UNICO(TCW-IX-NUE)
004180     MOVE WRJ-FECHA        TO TCW-NUE-FECHA(TCW-IX-NUE)
004190     MOVE WRJ-HORA         TO TCW-NUE-HORA(TCW-IX-NUE)
004200     MOVE WRJ-COD-PRODUCTO TO TCW-NUE-COD-PRODUCT(TCW-IX-NUE)
004210     MOVE WRJ-NUMINV       TO TCW-NUE-NUMINV(TCW-IX-NUE)
004220     MOVE WRJ-OPERACION    TO TCW-NUE-OPERACION(TCW-IX-NUE)
004230     MOVE WRJ-USRFUN       TO TCW-NUE-USRFUN(TCW-IX-NUE)
004240     MOVE WRJ-ORIGEN       TO TCW-NUE-ORIGEN(TCW-IX-NUE)
004250     MOVE WRJ-CODERR       TO TCW-NUE-CODERR(TCW-IX-NUE)
004260     MOVE WRJ-MOTIVO       TO TCW-NUE-MOTIVO(TCW-IX-NUE)
004270     MOVE ZERO             TO TCW-NUE-RUC(TCW-IX-NUE)
004280     MOVE ZERO             TO TCW-NUE-CODMON(TCW-IX-NUE)
004290     MOVE SPACE            TO TCW-NUE-PGMINV(TCW-IX-NUE)
004300     MOVE SPACE            TO TCW-NUE-SW-BITAC(TCW-IX-NUE)
004310     .
004320 2200-AGREGAR-NUEVO-EXIT.
004330     EXIT.
004340
004350 2210-BUSCAR-UN-NUEVO SECTION.
004360     IF TCW-NUE-COD-UNICO(TCW-IX-NUE) = WRJ-COD-UNICO
004370        AND TCW-NUE-FECHA(TCW-IX-NUE) = WRJ-FECHA
004380        AND TCW-NUE-HORA(TCW-IX-NUE) = WRJ-HORA
004390        AND TCW-NUE-COD-PRODUCT(TCW-IX-NUE) = WRJ-COD-PRODUCTO
004400         SET  TCW-NUEVO-ENCONTRADO TO TRUE
004410     END-IF
004420     .
004430 2210-BUSCAR-UN-NUEVO-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470*  3000-COMPLETAR-BITACORA - RECORRE ADQWAUD UNA SOLA VEZ Y *
004480*                            COMPLETA EL RUC, LA MONEDA Y   *
004490*                            EL PROGRAMA INVOCADO DE CADA   *
004500*                            CASO NUEVO (MISMO CRITERIO DE  *
004510*                            CASAMIENTO QUE TCW4REP). SIN   *
004520*                            BITACORA LOS CASOS QUEDAN SIN  *
004530*                            ESOS DATOS; UN ERROR DE APER-  *
004540*                            TURA DISTINTO DE 35 DA RC 8    *
004550*----------------------------------------------------------*
004560 3000-COMPLETAR-BITACORA SECTION.
004570     IF TCW-CANT-NUE = ZERO
004580         GO TO 3000-COMPLETAR-BITACORA-EXIT
004590     END-IF
004600     OPEN INPUT ARCAUDWVC
004610     IF TCW-NOENC-AUDWVC
004620         GO TO 3000-COMPLETAR-BITACORA-EXIT
004630     END-IF
004640     IF NOT TCW-OK-AUDWVC
004650         DISPLAY 'TCWRCAS - ERROR AL ABRIR ARCAUDWVC - STATUS '
004660             TCW-FS-AUDWVC
004670         SET  TCW-BITACORA-CON-ERROR TO TRUE
004680         GO TO 3000-COMPLETAR-BITACORA-EXIT
004690     END-IF
004700     MOVE SPACE TO TCW-SW-FINARCHIVO
004710     PERFORM 3100-LEER-BITACORA
004720         THRU 3100-LEER-BITACORA-EXIT
004730     PERFORM 3200-UNA-BITACORA
004740         THRU 3200-UNA-BITACORA-EXIT
004750             UNTIL TCW-FIN-DE-ARCHIVO
004760     CLOSE ARCAUDWVC
004770     .
004780 3000-COMPLETAR-BITACORA-EXIT.
004790     EXIT.
004800
004810 3100-LEER-BITACORA SECTION.
004820     READ ARCAUDWVC
004830         AT END
004840             SET  TCW-FIN-DE-ARCHIVO TO TRUE
004850     END-READ
004860     .
004870 3100-LEER-BITACORA-EXIT.
004880     EXIT.
004890
004900 3200-UNA-BITACORA SECTION.
004910     PERFORM 3210-CASAR-UNA-BITACORA
004920         THRU 3210-CASAR-UNA-BITACORA-EXIT
004930             VARYING TCW-IX-NUE FROM 1 BY 1
004940             UNTIL TCW-IX-NUE > TCW-CANT-NUE
004950     PERFORM 3100-LEER-BITACORA
004960         THRU 3100-LEER-BITACORA-EXIT
004970     .
004980 3200-UNA-BITACORA-EXIT.
004990     EXIT.
005000
005010 3210-CASAR-UNA-BITACORA SECTION.
005020     IF TCW-NUE-COD-UNICO(TCW-IX-NUE) = WAU-COD-UNICO
005030        AND TCW-NUE-COD-PRODUCT(TCW-IX-NUE) = WAU-COD-PRODUCTO
005040        AND TCW-NUE-FECHA(TCW-IX-NUE) = WAU-FECHA
005050        AND TCW-NUE-HORA(TCW-IX-NUE) = WAU-HORA
005060        AND TCW-NUE-NUMINV(TCW-IX-NUE) = WAU-NUMINV
005070         MOVE WAU-RUC     TO TCW-NUE-RUC(TCW-IX-NUE)
005080         MOVE WAU-CODMON  TO TCW-NUE-CODMON(TCW-IX-NUE)
005090         MOVE WAU-PGMINV  TO TCW-NUE-PGMINV(TCW-IX-NUE)
005100         SET  TCW-NUE-CON-BITACORA(TCW-IX-NUE) TO TRUE
005110     END-IF
005120     .
005130 3210-CASAR-UNA-BITACORA-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------*
005170*  4000-ABRIR-CASOS - GRABA UN CASO ABIERTO POR CADA        *
005180*                     RECHAZO NUEVO, CLASIFICADO POR RAZON  *
005190*----------------------------------------------------------*
005200 4000-ABRIR-CASOS SECTION.
005210     PERFORM 4100-ABRIR-UN-CASO
005220         THRU 4100-ABRIR-UN-CASO-EXIT
005230             VARYING TCW-IX-NUE FROM 1 BY 1
005240             UNTIL TCW-IX-NUE > TCW-CANT-NUE
005250     .
005260 4000-ABRIR-CASOS-EXIT.
005270     EXIT.
005280
005290 4100-ABRIR-UN-CASO SECTION.
005300     INITIALIZE ADQWCAS
005310     MOVE TCW-NUE-COD-UNICO(TCW-IX-NUE)   TO CAS-COD-UNICO
005320     MOVE TCW-NUE-FECHA(TCW-IX-NUE)       TO CAS-FECHA-RECH
005330     MOVE TCW-NUE-HORA(TCW-IX-NUE)        TO CAS-HORA-RECH
005340     MOVE TCW-NUE-COD-PRODUCT(TCW-IX-NUE) TO CAS-COD-PRODUCTO
005350     MOVE TCW-NUE-OPERACION(TCW-IX-NUE)   TO CAS-OPERACION
005360     MOVE TCW-NUE-USRFUN(TCW-IX-NUE)      TO CAS-USRFUN
005370     MOVE TCW-NUE-ORIGEN(TCW-IX-NUE)      TO CAS-ORIGEN
005380     MOVE TCW-NUE-NUMINV(TCW-IX-NUE)      TO CAS-NUMINV
005390     MOVE TCW-NUE-PGMINV(TCW-IX-NUE)      TO CAS-PGMINV
005400     MOVE TCW-NUE-RUC(TCW-IX-NUE)         TO CAS-RUC
005410     MOVE TCW-NUE-CODMON(TCW-IX-NUE)      TO CAS-CODMON
005420     MOVE TCW-NUE-CODERR(TCW-IX-NUE)      TO CAS-CODERR
005430     MOVE TCW-NUE-MOTIVO(TCW-IX-NUE)      TO CAS-MOTIVO-RECH
005440     EVALUATE CAS-CODERR
005450         WHEN 9001
005460             SET  CAS-RAZON-RUC      TO TRUE
005470         WHEN 9002
005480             SET  CAS-RAZON-MONEDA   TO TRUE
005490         WHEN 9004
005500             SET  CAS-RAZON-SIN-AFIL TO TRUE
005510         WHEN 9005 THRU 9007
005520             SET  CAS-RAZON-CONVENIO TO TRUE
005530         WHEN 9009 THRU 9013
005540             SET  CAS-RAZON-CLIENTE  TO TRUE
005550         WHEN OTHER
005560             SET  CAS-RAZON-VULCANO  TO TRUE
005570     END-EVALUATE
005580     MOVE TCW-FECHA-PROCESO TO CAS-FECHA-APERTURA
005590     MOVE SPACE             TO CAS-ANALISTA
005600     SET  CAS-ABIERTO       TO TRUE
005610     MOVE SPACE             TO CAS-CORR-USUARIO
005620     MOVE SPACE             TO CAS-CORR-FECHA
005630     MOVE SPACE             TO CAS-COD-RESOL
005640     MOVE SPACE             TO CAS-FECHA-CIERRE
005650     MOVE SPACE             TO CAS-RES-NROCTA
005660     MOVE SPACE             TO CAS-RES-MENSAJ
005670     MOVE SPACE             TO CAS-FILLER
005680     WRITE ADQWCAS
005690         INVALID KEY
005700             DISPLAY 'TCWRCAS - NO SE GRABO EL CASO '
005710                 CAS-CLAVE ' - STATUS ' TCW-FS-CASWVC
005720             GO TO 4100-ABRIR-UN-CASO-EXIT
005730     END-WRITE
005740     ADD 1 TO TCW-CNT-ABIERTOS
005750     IF NOT TCW-NUE-CON-BITACORA(TCW-IX-NUE)
005760         ADD 1 TO TCW-CNT-SIN-BITAC
005770     END-IF
005780     MOVE 'NUEVO'       TO TCW-DC-ACCION
005790     PERFORM 7000-DETALLE-CASO
005800         THRU 7000-DETALLE-CASO-EXIT
005810     .
005820 4100-ABRIR-UN-CASO-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860*  5000-CERRAR-REFLEJADOS - RECORRE LOS CASOS PENDIENTES Y  *
005870*                           CIERRA LOS QUE EL MAESTRO YA    *
005880*                           RESUELVE (EL EMPLEADO SE        *
005890*                           REENVIO POR OTRA VIA): ALTA YA  *
005900*                           VIGENTE, BAJA YA ANULADA,       *
005910*                           MODIFICACION YA EN LA MONEDA    *
005920*                           PEDIDA (MISMO CRITERIO QUE EL   *
005930*                           PRECHEQUEO DE TCW4REP). SIN     *
005940*                           ADQAFIL NO SE CIERRA NADA       *
005950*----------------------------------------------------------*
005960 5000-CERRAR-REFLEJADOS SECTION.
005970     OPEN INPUT ARCAFILIAC
005980     IF NOT TCW-OK-AFILIAC
005990         GO TO 5000-CERRAR-REFLEJADOS-EXIT
006000     END-IF
006010     MOVE LOW-VALUES TO CAS-CLAVE
006020     START ARCCASWVC
006030         KEY IS NOT LESS THAN CAS-CLAVE
006040         INVALID KEY
006050             CLOSE ARCAFILIAC
006060             GO TO 5000-CERRAR-REFLEJADOS-EXIT
006070     END-START
006080     MOVE SPACE TO TCW-SW-FINARCHIVO
006090     PERFORM 5100-LEER-CASO
006100         THRU 5100-LEER-CASO-EXIT
006110     PERFORM 5200-UN-CASO-PENDIENTE
006120         THRU 5200-UN-CASO-PENDIENTE-EXIT
006130             UNTIL TCW-FIN-DE-ARCHIVO
006140     CLOSE ARCAFILIAC
006150     .
006160 5000-CERRAR-REFLEJADOS-EXIT.
006170     EXIT.
006180
006190 5100-LEER-CASO SECTION.
006200     READ ARCCASWVC NEXT RECORD
006210         AT END
006220             SET  TCW-FIN-DE-ARCHIVO TO TRUE
006230     END-READ
006240     .
006250 5100-LEER-CASO-EXIT.
006260     EXIT.
006270
006280 5200-UN-CASO-PENDIENTE SECTION.
006290     IF NOT CAS-PENDIENTE
006300         GO TO 5200-UN-CASO-SIGUIENTE
006310     END-IF
006320     PERFORM 5300-VERIFICAR-MAESTRO
006330         THRU 5300-VERIFICAR-MAESTRO-EXIT
006340     IF NOT TCW-YA-REFLEJADO
006350         GO TO 5200-UN-CASO-SIGUIENTE
006360     END-IF
006370     SET  CAS-RES-REFLEJADO TO TRUE
006380     SET  CAS-CERRADO       TO TRUE
006390     MOVE TCW-FECHA-PROCESO TO CAS-FECHA-CIERRE
006400     MOVE ZERO              TO CAS-RES-ESTADO
006410     MOVE ZERO              TO CAS-RES-CODERR
006420     MOVE AFI-NROCTA        TO CAS-RES-NROCTA
006430     MOVE 'OPERACION YA REFLEJADA EN EL MAESTRO ADQAFIL'
006440         TO CAS-RES-MENSAJ
006450     REWRITE ADQWCAS
006460         INVALID KEY
006470             DISPLAY 'TCWRCAS - NO SE REGRABO EL CASO '
006480                 CAS-CLAVE ' - STATUS ' TCW-FS-CASWVC
006490             GO TO 5200-UN-CASO-SIGUIENTE
006500     END-REWRITE
006510     ADD 1 TO TCW-CNT-REFLEJADOS
006520     MOVE 'YA REFLEJ.'  TO TCW-DC-ACCION
006530     PERFORM 7000-DETALLE-CASO
006540         THRU 7000-DETALLE-CASO-EXIT
006550     .
006560 5200-UN-CASO-SIGUIENTE.
006570     PERFORM 5100-LEER-CASO
006580         THRU 5100-LEER-CASO-EXIT
006590     .
006600 5200-UN-CASO-PENDIENTE-EXIT.
006610     EXIT.
006620
006630 5300-VERIFICAR-MAESTRO SECTION.
006640     MOVE SPACE TO TCW-SW-REFLEJADO
006650     PERFORM 5400-VALORES-EFECTIVOS
006660         THRU 5400-VALORES-EFECTIVOS-EXIT
006670     MOVE CAS-COD-UNICO   TO AFI-COD-UNICO
006680     MOVE TCW-EF-PRODUCTO TO AFI-COD-PRODUCTO
006690     READ ARCAFILIAC
006700         KEY IS AFI-CLAVE
006710         INVALID KEY
006720             GO TO 5300-VERIFICAR-MAESTRO-EXIT
006730     END-READ
006740     EVALUATE TRUE
006750         WHEN CAS-OPERACION = 'B'
006760             IF AFI-ANULADO
006770                 SET  TCW-YA-REFLEJADO TO TRUE
006780             END-IF
006790         WHEN CAS-OPERACION = 'M'
006800             IF AFI-VIGENTE
006810                AND TCW-EF-CODMON NOT = ZERO
006820                AND AFI-CODMON = TCW-EF-CODMON
006830                 SET  TCW-YA-REFLEJADO TO TRUE
006840             END-IF
006850         WHEN OTHER
006860             IF AFI-VIGENTE
006870                 SET  TCW-YA-REFLEJADO TO TRUE
006880             END-IF
006890     END-EVALUATE
006900     .
006910 5300-VERIFICAR-MAESTRO-EXIT.
006920     EXIT.
006930
006940 5400-VALORES-EFECTIVOS SECTION.
006950     IF CAS-CORR-PRODUCTO NOT = ZERO
006960         MOVE CAS-CORR-PRODUCTO TO TCW-EF-PRODUCTO
006970     ELSE
006980         MOVE CAS-COD-PRODUCTO  TO TCW-EF-PRODUCTO
006990     END-IF
007000     IF CAS-CORR-CODMON NOT = ZERO
007010         MOVE CAS-CORR-CODMON   TO TCW-EF-CODMON
007020     ELSE
007030         MOVE CAS-CODMON        TO TCW-EF-CODMON
007040     END-IF
007050     .
007060 5400-VALORES-EFECTIVOS-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------*
007100*  6000-APLICAR-NOVEDADES - APLICA LAS NOVEDADES DE BACK    *
007110*                           OFFICE; SI NO HAY ARCHIVO DE    *
007120*                           NOVEDADES SOLO SE CARGAN CASOS  *
007130*----------------------------------------------------------*
007140 6000-APLICAR-NOVEDADES SECTION.
007150     OPEN INPUT ARCENTCAN
007160     IF NOT TCW-OK-ENTCAN
007170         GO TO 6000-APLICAR-NOVEDADES-EXIT
007180     END-IF
007190     MOVE SPACE TO TCW-SW-FINARCHIVO
007200     PERFORM 6100-LEER-NOVEDAD
007210         THRU 6100-LEER-NOVEDAD-EXIT
007220     PERFORM 6200-UNA-NOVEDAD
007230         THRU 6200-UNA-NOVEDAD-EXIT
007240             UNTIL TCW-FIN-DE-ARCHIVO
007250     CLOSE ARCENTCAN
007260     .
007270 6000-APLICAR-NOVEDADES-EXIT.
007280     EXIT.
007290
007300 6100-LEER-NOVEDAD SECTION.
007310     READ ARCENTCAN
007320         AT END
007330             SET  TCW-FIN-DE-ARCHIVO TO TRUE
007340     END-READ
007350     .
007360 6100-LEER-NOVEDAD-EXIT.
007370     EXIT.
007380
007390 6200-UNA-NOVEDAD SECTION.
007400     ADD 1 TO TCW-CNT-NOVEDADES
007410     MOVE SPACE TO TCW-MOTIVO-ERROR
007420     EVALUATE TRUE
007430         WHEN NOT CAN-ASIGNAR AND NOT CAN-CORREGIR
007440              AND NOT CAN-DESCARTAR
007450             MOVE 'ACCION NO VALIDA (S/C/D)' TO TCW-MOTIVO-ERROR
007460         WHEN CAN-CLAVE-X NOT NUMERIC
007470             MOVE 'CLAVE DEL CASO NO NUMERICA'
007480                 TO TCW-MOTIVO-ERROR
007490         WHEN CAN-ASIGNAR AND CAN-ANALISTA = SPACE
007500             MOVE 'ANALISTA EN BLANCO' TO TCW-MOTIVO-ERROR
007510         WHEN CAN-CORREGIR AND CAN-CORRECCION-X NOT NUMERIC
007520             MOVE 'CORRECCION NO NUMERICA' TO TCW-MOTIVO-ERROR
007530         WHEN CAN-CORREGIR AND CAN-RUC = ZERO
007540              AND CAN-CODMON = ZERO AND CAN-PRODUCTO = ZERO
007550             MOVE 'SIN VALORES CORREGIDOS' TO TCW-MOTIVO-ERROR
007560         WHEN OTHER
007570             CONTINUE
007580     END-EVALUATE
007590     IF TCW-MOTIVO-ERROR = SPACE AND CAN-CORREGIR
007600        AND CAN-RUC NOT = ZERO AND TCW-EMPLEAD-ABIERTO
007610         MOVE CAN-RUC TO EMP-RUC
007620         READ ARCEMPLEAD
007630             KEY IS EMP-RUC
007640             INVALID KEY
007650                 MOVE 'RUC NO EXISTE EN MAESTRO DE EMPLEADORES'
007660                     TO TCW-MOTIVO-ERROR
007670         END-READ
007680     END-IF
007690     IF TCW-MOTIVO-ERROR NOT = SPACE
007700         PERFORM 6900-NOVEDAD-ERRONEA
007710             THRU 6900-NOVEDAD-ERRONEA-EXIT
007720         GO TO 6200-UNA-NOVEDAD-SIGUIENTE
007730     END-IF
007740     MOVE CAN-CLAVE TO CAS-CLAVE
007750     READ ARCCASWVC
007760         KEY IS CAS-CLAVE
007770         INVALID KEY
007780             MOVE 'CASO INEXISTENTE' TO TCW-MOTIVO-ERROR
007790     END-READ
007800     IF TCW-MOTIVO-ERROR = SPACE AND CAS-CERRADO
007810         MOVE 'CASO YA CERRADO' TO TCW-MOTIVO-ERROR
007820     END-IF
007830     IF TCW-MOTIVO-ERROR NOT = SPACE
007840         PERFORM 6900-NOVEDAD-ERRONEA
007850             THRU 6900-NOVEDAD-ERRONEA-EXIT
007860         GO TO 6200-UNA-NOVEDAD-SIGUIENTE
007870     END-IF
007880     EVALUATE TRUE
007890         WHEN CAN-ASIGNAR
007900             PERFORM 6300-ASIGNAR-ANALISTA
007910                 THRU 6300-ASIGNAR-ANALISTA-EXIT
007920         WHEN CAN-CORREGIR
007930             PERFORM 6400-CORREGIR-CASO
007940                 THRU 6400-CORREGIR-CASO-EXIT
007950         WHEN OTHER
007960             PERFORM 6500-DESCARTAR-CASO
007970                 THRU 6500-DESCARTAR-CASO-EXIT
007980     END-EVALUATE
007990     .
008000 6200-UNA-NOVEDAD-SIGUIENTE.
008010     PERFORM 6100-LEER-NOVEDAD
008020         THRU 6100-LEER-NOVEDAD-EXIT
008030     .
008040 6200-UNA-NOVEDAD-EXIT.
008050     EXIT.
008060
008070 6300-ASIGNAR-ANALISTA SECTION.
008080     MOVE CAN-ANALISTA TO CAS-ANALISTA
008090     PERFORM 6800-REGRABAR-CASO
008100         THRU 6800-REGRABAR-CASO-EXIT
008110     IF TCW-MOTIVO-ERROR NOT = SPACE
008120         GO TO 6300-ASIGNAR-ANALISTA-EXIT
008130     END-IF
008140     ADD 1 TO TCW-CNT-ASIGNADOS
008150     MOVE 'ASIGNADO'    TO TCW-DC-ACCION
008160     PERFORM 7000-DETALLE-CASO
008170         THRU 7000-DETALLE-CASO-EXIT
008180     .
008190 6300-ASIGNAR-ANALISTA-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------*
008230*  6400-CORREGIR-CASO - DEJA EL CASO LISTO PARA QUE TCWSRCS *
008240*                       LO RESUBMITA CON LOS VALORES        *
008250*                       CORREGIDOS (UNA NUEVA CORRECCION    *
008260*                       REEMPLAZA A LA ANTERIOR)            *
008270*----------------------------------------------------------*
008280 6400-CORREGIR-CASO SECTION.
008290     MOVE CAN-RUC           TO CAS-CORR-RUC
008300     MOVE CAN-CODMON        TO CAS-CORR-CODMON
008310     MOVE CAN-PRODUCTO      TO CAS-CORR-PRODUCTO
008320     MOVE CAN-USUARIO       TO CAS-CORR-USUARIO
008330     MOVE TCW-FECHA-PROCESO TO CAS-CORR-FECHA
008340     IF CAN-ANALISTA NOT = SPACE
008350         MOVE CAN-ANALISTA  TO CAS-ANALISTA
008360     END-IF
008370     SET  CAS-CORREGIDO     TO TRUE
008380     PERFORM 6800-REGRABAR-CASO
008390         THRU 6800-REGRABAR-CASO-EXIT
008400     IF TCW-MOTIVO-ERROR NOT = SPACE
008410         GO TO 6400-CORREGIR-CASO-EXIT
008420     END-IF
008430     ADD 1 TO TCW-CNT-CORREGIDOS
008440     MOVE 'CORREGIDO'   TO TCW-DC-ACCION
008450     PERFORM 7000-DETALLE-CASO
008460         THRU 7000-DETALLE-CASO-EXIT
008470     .
008480 6400-CORREGIR-CASO-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------*
008520*  6500-DESCARTAR-CASO - CIERRA EL CASO CON LA RESOLUCION   *
008530*                        INFORMADA (DE SI VIENE EN BLANCO); *
008540*                        UN CODIGO QUE NO ESTA EN ADQWCAS   *
008550*                        SE RECHAZA Y EL CASO NO SE TOCA    *
008560*----------------------------------------------------------*
008570 6500-DESCARTAR-CASO SECTION.
008580     IF CAN-COD-RESOL = SPACE
008590         SET  CAS-RES-DESCARTADO TO TRUE
008600     ELSE
008610         MOVE CAN-COD-RESOL TO CAS-COD-RESOL
008620     END-IF
008630     IF NOT CAS-RES-RECUPERADO AND NOT CAS-RES-RECHAZADO
008640        AND NOT CAS-RES-REFLEJADO AND NOT CAS-RES-DESCARTADO
008650         MOVE 'CODIGO DE RESOLUCION NO VALIDO'
008660             TO TCW-MOTIVO-ERROR
008670         PERFORM 6900-NOVEDAD-ERRONEA
008680             THRU 6900-NOVEDAD-ERRONEA-EXIT
008690         GO TO 6500-DESCARTAR-CASO-EXIT
008700     END-IF
008710     SET  CAS-CERRADO       TO TRUE
008720     MOVE TCW-FECHA-PROCESO TO CAS-FECHA-CIERRE
008730     MOVE ZERO              TO CAS-RES-ESTADO
008740     MOVE ZERO              TO CAS-RES-CODERR
008750     MOVE SPACE             TO CAS-RES-NROCTA
008760     MOVE SPACE             TO CAS-RES-MENSAJ
008770     STRING 'DESCARTADO POR ' DELIMITED BY SIZE
008780            CAN-USUARIO       DELIMITED BY SPACE
008790            INTO CAS-RES-MENSAJ
008800     END-STRING
008810     PERFORM 6800-REGRABAR-CASO
008820         THRU 6800-REGRABAR-CASO-EXIT
008830     IF TCW-MOTIVO-ERROR NOT = SPACE
008840         GO TO 6500-DESCARTAR-CASO-EXIT
008850     END-IF
008860     ADD 1 TO TCW-CNT-DESCARTADOS
008870     MOVE 'DESCARTADO'  TO TCW-DC-ACCION
008880     PERFORM 7000-DETALLE-CASO
008890         THRU 7000-DETALLE-CASO-EXIT
008900     .
008910 6500-DESCARTAR-CASO-EXIT.
008920     EXIT.
008930
008940 6800-REGRABAR-CASO SECTION.
008950     REWRITE ADQWCAS
008960         INVALID KEY
008970             MOVE 'NO SE PUDO REGRABAR EL CASO'
008980                 TO TCW-MOTIVO-ERROR
008990             PERFORM 6900-NOVEDAD-ERRONEA
009000                 THRU 6900-NOVEDAD-ERRONEA-EXIT
009010     END-REWRITE
009020     .
009030 6800-REGRABAR-CASO-EXIT.
009040     EXIT.
009050
009060 6900-NOVEDAD-ERRONEA SECTION.
009070     ADD 1 TO TCW-CNT-ERRONEOS
009080     MOVE CAN-ACCION       TO TCW-DE-ACCION
009090     MOVE CAN-CLAVE-X      TO TCW-DE-CLAVE
009100     MOVE TCW-MOTIVO-ERROR TO TCW-DE-MOTIVO
009110     WRITE REC-LINEA FROM TCW-LIN-DET-ERROR
009120     .
009130 6900-NOVEDAD-ERRONEA-EXIT.
009140     EXIT.
009150
009160 7000-DETALLE-CASO SECTION.
009170     MOVE CAS-COD-UNICO    TO TCW-DC-COD-UNICO
009180     MOVE CAS-FECHA-RECH   TO TCW-DC-FECHA
009190     MOVE CAS-HORA-RECH    TO TCW-DC-HORA
009200     MOVE CAS-COD-PRODUCTO TO TCW-DC-PRODUCTO
009210     MOVE CAS-RAZON        TO TCW-DC-RAZON
009220     MOVE CAS-CODERR       TO TCW-DC-CODERR
009230     MOVE CAS-ANALISTA     TO TCW-DC-ANALISTA
009240     IF CAS-CORR-RUC NOT = ZERO
009250         MOVE CAS-CORR-RUC TO TCW-DC-RUC
009260     ELSE
009270         MOVE CAS-RUC      TO TCW-DC-RUC
009280     END-IF
009290     WRITE REC-LINEA FROM TCW-LIN-DET-CASO
009300     .
009310 7000-DETALLE-CASO-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------*
009350*  8000-IMPRIMIR-TOTALES - RESUMEN DE LA CORRIDA            *
009360*----------------------------------------------------------*
009370 8000-IMPRIMIR-TOTALES SECTION.
009380     MOVE SPACE TO REC-LINEA
009390     WRITE REC-LINEA
009400     MOVE 'RECHAZOS LEIDOS       ' TO TCW-DT-NOMBRE
009410     MOVE TCW-CNT-RECH-LEIDOS      TO TCW-DT-CANT
009420     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009430     MOVE 'NO AUTORIZADOS (9008) ' TO TCW-DT-NOMBRE
009440     MOVE TCW-CNT-NO-AUTORIZ       TO TCW-DT-CANT
009450     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009460     MOVE 'NO PROGRAM. (9014-15) ' TO TCW-DT-NOMBRE
009470     MOVE TCW-CNT-NO-PROGRAM       TO TCW-DT-CANT
009480     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009490     MOVE 'PERMANENTES           ' TO TCW-DT-NOMBRE
009500     MOVE TCW-CNT-PERMANENTES      TO TCW-DT-CANT
009510     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009520     MOVE '  CON CASO ANTERIOR   ' TO TCW-DT-NOMBRE
009530     MOVE TCW-CNT-YA-EN-CASO       TO TCW-DT-CANT
009540     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009550     MOVE '  CASOS ABIERTOS      ' TO TCW-DT-NOMBRE
009560     MOVE TCW-CNT-ABIERTOS         TO TCW-DT-CANT
009570     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009580     MOVE '    SIN BITACORA      ' TO TCW-DT-NOMBRE
009590     MOVE TCW-CNT-SIN-BITAC        TO TCW-DT-CANT
009600     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009610     MOVE '  DIFERIDOS           ' TO TCW-DT-NOMBRE
009620     MOVE TCW-CNT-DIFERIDOS        TO TCW-DT-CANT
009630     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009640     MOVE 'CERRADOS YA REFLEJADOS' TO TCW-DT-NOMBRE
009650     MOVE TCW-CNT-REFLEJADOS       TO TCW-DT-CANT
009660     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009670     MOVE 'NOVEDADES LEIDAS      ' TO TCW-DT-NOMBRE
009680     MOVE TCW-CNT-NOVEDADES        TO TCW-DT-CANT
009690     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009700     MOVE '  ASIGNADOS           ' TO TCW-DT-NOMBRE
009710     MOVE TCW-CNT-ASIGNADOS        TO TCW-DT-CANT
009720     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009730     MOVE '  CORREGIDOS          ' TO TCW-DT-NOMBRE
009740     MOVE TCW-CNT-CORREGIDOS       TO TCW-DT-CANT
009750     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009760     MOVE '  DESCARTADOS         ' TO TCW-DT-NOMBRE
009770     MOVE TCW-CNT-DESCARTADOS      TO TCW-DT-CANT
009780     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009790     MOVE '  ERRONEAS            ' TO TCW-DT-NOMBRE
009800     MOVE TCW-CNT-ERRONEOS         TO TCW-DT-CANT
009810     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009820     .
009830 8000-IMPRIMIR-TOTALES-EXIT.
009840     EXIT.
009850
009860*----------------------------------------------------------*
009870*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN        *
009880*----------------------------------------------------------*
009890 9000-FINAL SECTION.
009900     CLOSE ARCCASWVC
009910     IF TCW-EMPLEAD-ABIERTO
009920         CLOSE ARCEMPLEAD
009930     END-IF
009940     CLOSE ARCRPTCAS
009950     DISPLAY 'TCWRCAS - CASOS DE RECHAZOS PERMANENTES'
009960     DISPLAY 'CASOS ABIERTOS       : ' TCW-CNT-ABIERTOS
009970     DISPLAY 'CERRADOS YA REFLEJ.  : ' TCW-CNT-REFLEJADOS
009980     DISPLAY 'NOVEDADES LEIDAS     : ' TCW-CNT-NOVEDADES
009990     DISPLAY 'NOVEDADES ERRONEAS   : ' TCW-CNT-ERRONEOS
010000     EVALUATE TRUE
010010         WHEN TCW-BITACORA-CON-ERROR
010020             MOVE 8 TO RETURN-CODE
010030         WHEN TCW-CNT-ERRONEOS > ZERO
010040             MOVE 4 TO RETURN-CODE
010050     END-EVALUATE
010060     .
010070 9000-FINAL-EXIT.
010080     EXIT.
