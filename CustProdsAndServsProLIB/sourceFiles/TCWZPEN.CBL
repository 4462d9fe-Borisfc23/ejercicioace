000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWZPEN.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. MANTENIMIENTO Y REPORTE DE LAS  *
000110*                 SOLICITUDES PROGRAMADAS (ADQWPEN): APLICA *
000120*                 LAS NOVEDADES DE OPERACIONES (ADQWPNV) -  *
000130*                 CANCELAR UNA PENDIENTE O CAMBIAR SU FECHA *
000140*                 EFECTIVA A UNA POSTERIOR A HOY - Y LISTA  *
000150*                 LAS PENDIENTES POR EMPLEADOR (RAZON       *
000160*                 SOCIAL DE ADQEMPM) Y FECHA EFECTIVA, CON  *
000170*                 SUBTOTALES Y MARCA DE LAS YA VENCIDAS SIN *
000180*                 LIBERAR. RETURN-CODE: 0=LIMPIO, 4=CON     *
000190*                 NOVEDADES ERRONEAS, 12=SIN ARCHIVO DE     *
000200*                 PROGRAMADAS O REPORTE.                    *
000210*----------------------------------------------------------*
000220*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000230*  OBJETIVO : MANTENIMIENTO Y REPORTE DE PROGRAMADAS        *
000240*  ENTRADA  : ARCENTPNV  - NOVEDADES DE OPERACIONES         *
000250*                          (ADQWPNV)                        *
000260*             ARCEMPLEAD - MAESTRO DE EMPLEADORES (ADQEMPM) *
000270*  SALIDA   : ARCPENWVC  - SOLICITUDES PROGRAMADAS (ADQWPEN)*
000280*             ARCRPTPEN  - NOVEDADES Y PENDIENTES IMPRESO   *
000290*----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ARCPENWVC  ASSIGN TO PENWVC
000360         ORGANIZATION  IS INDEXED
000370         ACCESS MODE   IS DYNAMIC
000380         RECORD KEY    IS PEN-CLAVE
000390         FILE STATUS   IS TCW-FS-PENWVC.
000400
000410     SELECT ARCENTPNV  ASSIGN TO ENTPNV
000420         ORGANIZATION  IS LINE SEQUENTIAL
000430         FILE STATUS   IS TCW-FS-ENTPNV.
000440
000450     SELECT ARCEMPLEAD ASSIGN TO EMPLEAD
000460         ORGANIZATION  IS INDEXED
000470         ACCESS MODE   IS RANDOM
000480         RECORD KEY    IS EMP-RUC
000490         FILE STATUS   IS TCW-FS-EMPLEAD.
000500
000510     SELECT ARCRPTPEN  ASSIGN TO RPTPEN
000520         ORGANIZATION  IS LINE SEQUENTIAL
000530         FILE STATUS   IS TCW-FS-RPTPEN.
000540
000550     SELECT ARCSRTWRK  ASSIGN TO SRTWRK.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ARCPENWVC
000600     RECORDING MODE IS F.
000610     COPY ADQWPEN.
000620
000630 FD  ARCENTPNV
000640     RECORDING MODE IS F.
000650     COPY ADQWPNV.
000660
000670 FD  ARCEMPLEAD
000680     RECORDING MODE IS F.
000690     COPY ADQEMPM.
000700
000710 FD  ARCRPTPEN
000720     RECORDING MODE IS F.
000730 01  REC-LINEA               PIC X(80).
000740
000750*----------------------------------------------------------*
000760*  PENDIENTES ORDENADAS POR EMPLEADOR Y FECHA EFECTIVA      *
000770*----------------------------------------------------------*
000780 SD  ARCSRTWRK.
000790 01  SRT-REGISTRO.
000800     03  SRT-RUC             PIC 9(11).
000810     03  SRT-FECHA-EFECTIVA  PIC X(06).
000820     03  SRT-COD-UNICO       PIC 9(10).
000830     03  SRT-COD-PRODUCTO    PIC 9(03).
000840     03  SRT-OPERACION       PIC X(01).
000850     03  SRT-CODMON          PIC 9(03).
000860     03  SRT-FECHA-REG       PIC X(06).
000870     03  SRT-ORIGEN          PIC X(03).
000880     03  SRT-USRFUN          PIC X(08).
000890     03  SRT-CANT-REPROG     PIC 9(02).
000900
000910 WORKING-STORAGE SECTION.
000920 01  TCW-INDICADORES-ARCHIVO.
000930     05  TCW-FS-PENWVC        PIC X(02).
000940         88  TCW-OK-PENWVC           VALUE '00'.
000950         88  TCW-NOENC-PENWVC        VALUE '23'.
000960         88  TCW-FIN-PENWVC          VALUE '10'.
000970     05  TCW-FS-ENTPNV        PIC X(02).
000980         88  TCW-OK-ENTPNV           VALUE '00'.
000990     05  TCW-FS-EMPLEAD       PIC X(02).
001000         88  TCW-OK-EMPLEAD          VALUE '00'.
001010     05  TCW-FS-RPTPEN        PIC X(02).
001020         88  TCW-OK-RPTPEN           VALUE '00'.
001030
001040 01  TCW-SWITCHES.
001050     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
001060         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
001070     05  TCW-SW-FINORDEN     PIC X(01) VALUE SPACE.
001080         88  TCW-FIN-DE-ORDENADO    VALUE 'S'.
001090     05  TCW-SW-EMPLEAD-ABTO PIC X(01) VALUE SPACE.
001100         88  TCW-EMPLEAD-ABIERTO    VALUE 'S'.
001110     05  TCW-SW-CORTE-EMP    PIC X(01) VALUE SPACE.
001120         88  TCW-CORTE-EMP-ABIERTO  VALUE 'S'.
001130     05  TCW-SW-CORTE-FEC    PIC X(01) VALUE SPACE.
001140         88  TCW-CORTE-FEC-ABIERTO  VALUE 'S'.
001150
001160 01  TCW-FECHA-PROCESO       PIC 9(06).
001170 01  TCW-FECHA-PROCESO-X     REDEFINES TCW-FECHA-PROCESO
001180                             PIC X(06).
001190 01  TCW-MOTIVO-ERROR        PIC X(40).
001200 01  TCW-OPERACION-NOV       PIC X(01).
001210     88  TCW-OPERACION-VALIDA       VALUE 'A' 'B' 'M'.
001220 01  TCW-FECHA-ANTERIOR      PIC X(06).
001230
001240     COPY ADQWFEC.
001250
001260*----------------------------------------------------------*
001270*  CORTES DE CONTROL: EMPLEADOR Y FECHA EFECTIVA            *
001280*----------------------------------------------------------*
001290 01  TCW-CORTE-ACTUAL.
001300     05  TCW-RUC-ANTERIOR    PIC 9(11) VALUE ZERO.
001310     05  TCW-FEC-ANTERIOR    PIC X(06) VALUE SPACE.
001320
001330 01  TCW-CONTADORES.
001340     05  TCW-CNT-NOVEDADES   PIC 9(07) COMP VALUE ZERO.
001350     05  TCW-CNT-CANCELADAS  PIC 9(07) COMP VALUE ZERO.
001360     05  TCW-CNT-REPROGRAM   PIC 9(07) COMP VALUE ZERO.
001370     05  TCW-CNT-ERRONEAS    PIC 9(07) COMP VALUE ZERO.
001380     05  TCW-CNT-LEIDAS      PIC 9(07) COMP VALUE ZERO.
001390     05  TCW-CNT-PENDIENTES  PIC 9(07) COMP VALUE ZERO.
001400     05  TCW-CNT-VENCIDAS    PIC 9(07) COMP VALUE ZERO.
001410     05  TCW-CNT-EMPLEADORES PIC 9(07) COMP VALUE ZERO.
001420     05  TCW-CNT-PEND-EMP    PIC 9(07) COMP VALUE ZERO.
001430     05  TCW-CNT-PEND-FEC    PIC 9(07) COMP VALUE ZERO.
001440
001450 01  TCW-LINEAS-REPORTE.
001460     05  TCW-LIN-TITULO.
001470         10  FILLER          PIC X(40) VALUE
001480             'SOLICITUDES PROGRAMADAS - DIA           '.
001490         10  TCW-LT-FECHA    PIC 9(06).
001500         10  FILLER          PIC X(34) VALUE SPACE.
001510     05  TCW-LIN-TIT-NOVEDADES.
001520         10  FILLER          PIC X(40) VALUE
001530             'NOVEDADES DE OPERACIONES                '.
001540         10  FILLER          PIC X(40) VALUE SPACE.
001550     05  TCW-LIN-COL-NOVEDADES.
001560         10  FILLER          PIC X(40) VALUE
001570             'ACCION       CLIENTE    PRD O ANTES  AHO'.
001580         10  FILLER          PIC X(40) VALUE
001590             'RA  USUARIO  MOTIVO                     '.
001600     05  TCW-LIN-DET-NOVEDAD.
001610         10  TCW-DN-ACCION   PIC X(12).
001620         10  FILLER          PIC X(01) VALUE SPACE.
001630         10  TCW-DN-COD-UNICO
001640                             PIC 9(10).
001650         10  FILLER          PIC X(01) VALUE SPACE.
001660         10  TCW-DN-PRODUCTO PIC 9(03).
001670         10  FILLER          PIC X(01) VALUE SPACE.
001680         10  TCW-DN-OPERACION
001690                             PIC X(01).
001700         10  FILLER          PIC X(01) VALUE SPACE.
001710         10  TCW-DN-FECHA-ANT
001720                             PIC X(06).
001730         10  FILLER          PIC X(01) VALUE SPACE.
001740         10  TCW-DN-FECHA-NUE
001750                             PIC X(06).
001760         10  FILLER          PIC X(01) VALUE SPACE.
001770         10  TCW-DN-USUARIO  PIC X(08).
001780         10  FILLER          PIC X(01) VALUE SPACE.
001790         10  TCW-DN-MOTIVO   PIC X(27).
001800     05  TCW-LIN-DET-ERROR.
001810         10  FILLER          PIC X(12) VALUE 'ERRONEA'.
001820         10  FILLER          PIC X(01) VALUE SPACE.
001830         10  TCW-DE-ACCION   PIC X(01).
001840         10  FILLER          PIC X(01) VALUE SPACE.
001850         10  TCW-DE-CLAVE    PIC X(14).
001860         10  FILLER          PIC X(01) VALUE SPACE.
001870         10  TCW-DE-MOTIVO   PIC X(40).
001880         10  FILLER          PIC X(10) VALUE SPACE.
001890     05  TCW-LIN-TIT-PENDIENTES.
001900         10  FILLER          PIC X(40) VALUE
001910             'PENDIENTES POR EMPLEADOR Y FECHA EFECTIV'.
001920         10  FILLER          PIC X(40) VALUE
001930             'A                                       '.
001940     05  TCW-LIN-EMPLEADOR.
001950         10  FILLER          PIC X(04) VALUE 'RUC '.
001960         10  TCW-LE-RUC      PIC 9(11).
001970         10  FILLER          PIC X(02) VALUE SPACE.
001980         10  TCW-LE-RAZSOC   PIC X(40).
001990         10  FILLER          PIC X(23) VALUE SPACE.
002000     05  TCW-LIN-FECHA.
002010         10  FILLER          PIC X(17) VALUE
002020             '  FECHA EFECTIVA '.
002030         10  TCW-LF-FECHA    PIC X(06).
002040         10  FILLER          PIC X(57) VALUE SPACE.
002050     05  TCW-LIN-COL-PENDIENTES.
002060         10  FILLER          PIC X(40) VALUE
002070             '    CLIENTE    PRD O MON REGIST ORI USUA'.
002080         10  FILLER          PIC X(40) VALUE
002090             'RIO  RP                                 '.
002100     05  TCW-LIN-DET-PENDIENTE.
002110         10  FILLER          PIC X(04) VALUE SPACE.
002120         10  TCW-DP-COD-UNICO
002130                             PIC 9(10).
002140         10  FILLER          PIC X(01) VALUE SPACE.
002150         10  TCW-DP-PRODUCTO PIC 9(03).
002160         10  FILLER          PIC X(01) VALUE SPACE.
002170         10  TCW-DP-OPERACION
002180                             PIC X(01).
002190         10  FILLER          PIC X(01) VALUE SPACE.
002200         10  TCW-DP-CODMON   PIC 9(03).
002210         10  FILLER          PIC X(01) VALUE SPACE.
002220         10  TCW-DP-FECHA-REG
002230                             PIC X(06).
002240         10  FILLER          PIC X(01) VALUE SPACE.
002250         10  TCW-DP-ORIGEN   PIC X(03).
002260         10  FILLER          PIC X(01) VALUE SPACE.
002270         10  TCW-DP-USRFUN   PIC X(08).
002280         10  FILLER          PIC X(01) VALUE SPACE.
002290         10  TCW-DP-CANT-REPROG
002300                             PIC Z9.
002310         10  FILLER          PIC X(01) VALUE SPACE.
002320         10  TCW-DP-MARCA    PIC X(10).
002330         10  FILLER          PIC X(22) VALUE SPACE.
002340     05  TCW-LIN-SUB-FECHA.
002350         10  FILLER          PIC X(22) VALUE
002360             '    SUBTOTAL FECHA  : '.
002370         10  TCW-SF-CANT     PIC ZZZ,ZZ9.
002380         10  FILLER          PIC X(51) VALUE SPACE.
002390     05  TCW-LIN-SUB-EMP.
002400         10  FILLER          PIC X(22) VALUE
002410             '  TOTAL EMPLEADOR   : '.
002420         10  TCW-SE-CANT     PIC ZZZ,ZZ9.
002430         10  FILLER          PIC X(51) VALUE SPACE.
002440     05  TCW-LIN-DET-TOTAL.
002450         10  TCW-DT-NOMBRE   PIC X(22).
002460         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
002470
002480 PROCEDURE DIVISION.
002490*----------------------------------------------------------*
002500*  0000-MAINLINE - APLICA LAS NOVEDADES Y LUEGO LISTA LAS   *
002510*                  PENDIENTES YA ACTUALIZADAS               *
002520*----------------------------------------------------------*
002530 0000-MAINLINE SECTION.
002540     PERFORM 1000-INICIAL
002550         THRU 1000-INICIAL-EXIT
002560     PERFORM 2000-APLICAR-NOVEDADES
002570         THRU 2000-APLICAR-NOVEDADES-EXIT
002580     SORT ARCSRTWRK
002590         ON ASCENDING KEY SRT-RUC
002600                          SRT-FECHA-EFECTIVA
002610                          SRT-COD-UNICO
002620                          SRT-COD-PRODUCTO
002630                          SRT-OPERACION
002640         INPUT  PROCEDURE IS 3000-SELECCIONAR-PENDIENTES
002650         OUTPUT PROCEDURE IS 4000-LISTAR-PENDIENTES
002660     PERFORM 8000-IMPRIMIR-TOTALES
002670         THRU 8000-IMPRIMIR-TOTALES-EXIT
002680     PERFORM 9000-FINAL
002690         THRU 9000-FINAL-EXIT
002700     GOBACK
002710     .
002720 0000-MAINLINE-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760*  1000-INICIAL - ABRE LAS PROGRAMADAS (SE CREA SI NO       *
002770*                 EXISTE, IGUAL QUE EN TCW0WVC) Y EL        *
002780*                 REPORTE; SIN MAESTRO DE EMPLEADORES EL    *
002790*                 REPORTE SALE SIN RAZON SOCIAL             *
002800*----------------------------------------------------------*
002810 1000-INICIAL SECTION.
002820     ACCEPT TCW-FECHA-PROCESO FROM DATE
002830     OPEN I-O ARCPENWVC
002840     IF NOT TCW-OK-PENWVC AND NOT TCW-NOENC-PENWVC
002850         OPEN OUTPUT ARCPENWVC
002860         CLOSE ARCPENWVC
002870         OPEN I-O ARCPENWVC
002880     END-IF
002890     IF NOT TCW-OK-PENWVC
002900         DISPLAY 'TCWZPEN - ERROR AL ABRIR ARCPENWVC - STATUS '
002910             TCW-FS-PENWVC
002920         MOVE 12 TO RETURN-CODE
002930         GOBACK
002940     END-IF
002950     OPEN OUTPUT ARCRPTPEN
002960     IF NOT TCW-OK-RPTPEN
002970         DISPLAY 'TCWZPEN - ERROR AL ABRIR ARCRPTPEN - STATUS '
002980             TCW-FS-RPTPEN
002990         CLOSE ARCPENWVC
003000         MOVE 12 TO RETURN-CODE
003010         GOBACK
003020     END-IF
003030     OPEN INPUT ARCEMPLEAD
003040     IF TCW-OK-EMPLEAD
003050         SET  TCW-EMPLEAD-ABIERTO TO TRUE
003060     END-IF
003070     MOVE TCW-FECHA-PROCESO TO TCW-LT-FECHA
003080     WRITE REC-LINEA FROM TCW-LIN-TITULO
003090     MOVE SPACE TO REC-LINEA
003100     WRITE REC-LINEA
003110     .
003120 1000-INICIAL-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------*
003160*  2000-APLICAR-NOVEDADES - EL ARCHIVO DE NOVEDADES ES      *
003170*                           OPCIONAL: SIN EL SOLO SE LISTAN *
003180*                           LAS PENDIENTES                  *
003190*----------------------------------------------------------*
003200 2000-APLICAR-NOVEDADES SECTION.
003210     OPEN INPUT ARCENTPNV
003220     IF NOT TCW-OK-ENTPNV
003230         GO TO 2000-APLICAR-NOVEDADES-EXIT
003240     END-IF
003250     WRITE REC-LINEA FROM TCW-LIN-TIT-NOVEDADES
003260     WRITE REC-LINEA FROM TCW-LIN-COL-NOVEDADES
003270     MOVE SPACE TO TCW-SW-FINARCHIVO
003280     PERFORM 2100-LEER-NOVEDAD
003290         THRU 2100-LEER-NOVEDAD-EXIT
003300     PERFORM 2200-UNA-NOVEDAD
003310         THRU 2200-UNA-NOVEDAD-EXIT
003320             UNTIL TCW-FIN-DE-ARCHIVO
003330     CLOSE ARCENTPNV
003340     MOVE SPACE TO REC-LINEA
003350     WRITE REC-LINEA
003360     .
003370 2000-APLICAR-NOVEDADES-EXIT.
003380     EXIT.
003390
003400 2100-LEER-NOVEDAD SECTION.
003410     READ ARCENTPNV
003420         AT END
003430             SET  TCW-FIN-DE-ARCHIVO TO TRUE
003440     END-READ
003450     .
003460 2100-LEER-NOVEDAD-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------*
003500*  2200-UNA-NOVEDAD - VALIDA LA NOVEDAD, UBICA LA PENDIENTE *
003510*                     Y LA CANCELA O LE CAMBIA LA FECHA.    *
003520*                     LA NUEVA FECHA DEBE SER POSTERIOR A   *
003530*                     HOY: UNA SOLICITUD PARA HOY SE        *
003540*                     CANCELA Y SE PRESENTA SIN FECHA       *
003550*----------------------------------------------------------*
003560 2200-UNA-NOVEDAD SECTION.
003570     ADD 1 TO TCW-CNT-NOVEDADES
003580     MOVE SPACE TO TCW-MOTIVO-ERROR
003590     IF PNV-REPROGRAMAR
003600         MOVE PNV-FECHA-NUEVA TO FEC-FECHA-X
003610         PERFORM 2210-VALIDAR-FECHA-AAMMDD
003620             THRU 2210-VALIDAR-FECHA-AAMMDD-EXIT
003630     END-IF
003640     MOVE PNV-OPERACION TO TCW-OPERACION-NOV
003650     IF TCW-OPERACION-NOV = SPACE
003660         MOVE 'A' TO TCW-OPERACION-NOV
003670     END-IF
003680     EVALUATE TRUE
003690         WHEN NOT PNV-CANCELAR AND NOT PNV-REPROGRAMAR
003700             MOVE 'ACCION NO VALIDA (C/R)' TO TCW-MOTIVO-ERROR
003710         WHEN PNV-COD-UNICO NOT NUMERIC
003720              OR PNV-COD-PRODUCTO NOT NUMERIC
003730             MOVE 'CLAVE DE LA SOLICITUD NO NUMERICA'
003740                 TO TCW-MOTIVO-ERROR
003750         WHEN NOT TCW-OPERACION-VALIDA
003760             MOVE 'OPERACION NO VALIDA (A/B/M)'
003770                 TO TCW-MOTIVO-ERROR
003780         WHEN PNV-USUARIO = SPACE
003790             MOVE 'USUARIO EN BLANCO' TO TCW-MOTIVO-ERROR
003800         WHEN PNV-REPROGRAMAR
003810              AND FEC-FECHA-INVALIDA
003820             MOVE 'NUEVA FECHA EFECTIVA INVALIDA'
003830                 TO TCW-MOTIVO-ERROR
003840         WHEN PNV-REPROGRAMAR
003850              AND PNV-FECHA-NUEVA NOT > TCW-FECHA-PROCESO-X
003860             MOVE 'NUEVA FECHA NO POSTERIOR A HOY'
003870                 TO TCW-MOTIVO-ERROR
003880         WHEN OTHER
003890             CONTINUE
003900     END-EVALUATE
003910     IF TCW-MOTIVO-ERROR NOT = SPACE
003920         PERFORM 2900-NOVEDAD-ERRONEA
003930             THRU 2900-NOVEDAD-ERRONEA-EXIT
003940         GO TO 2200-UNA-NOVEDAD-SIGUIENTE
003950     END-IF
003960     MOVE PNV-COD-UNICO     TO PEN-COD-UNICO
003970     MOVE PNV-COD-PRODUCTO  TO PEN-COD-PRODUCTO
003980     MOVE TCW-OPERACION-NOV TO PEN-OPERACION
003990     READ ARCPENWVC
004000         KEY IS PEN-CLAVE
004010         INVALID KEY
004020             MOVE 'SOLICITUD PROGRAMADA INEXISTENTE'
004030                 TO TCW-MOTIVO-ERROR
004040     END-READ
004050     IF TCW-MOTIVO-ERROR = SPACE AND NOT PEN-PENDIENTE
004060         MOVE 'SOLICITUD YA LIBERADA O CANCELADA'
004070             TO TCW-MOTIVO-ERROR
004080     END-IF
004090     IF TCW-MOTIVO-ERROR = SPACE AND PNV-REPROGRAMAR
004100        AND PNV-FECHA-NUEVA = PEN-FECHA-EFECTIVA
004110         MOVE 'NUEVA FECHA IGUAL A LA VIGENTE'
004120             TO TCW-MOTIVO-ERROR
004130     END-IF
004140     IF TCW-MOTIVO-ERROR NOT = SPACE
004150         PERFORM 2900-NOVEDAD-ERRONEA
004160             THRU 2900-NOVEDAD-ERRONEA-EXIT
004170         GO TO 2200-UNA-NOVEDAD-SIGUIENTE
004180     END-IF
004190     MOVE PEN-FECHA-EFECTIVA TO TCW-FECHA-ANTERIOR
004200     IF PNV-CANCELAR
004210         SET  PEN-CANCELADA  TO TRUE
004220     ELSE
004230         MOVE PNV-FECHA-NUEVA TO PEN-FECHA-EFECTIVA
004240         IF PEN-CANT-REPROG < 99
004250             ADD 1 TO PEN-CANT-REPROG
004260         END-IF
004270     END-IF
004280     MOVE TCW-FECHA-PROCESO TO PEN-FECHA-ESTADO
004290     MOVE PNV-USUARIO       TO PEN-USR-ESTADO
004300     REWRITE ADQWPEN
004310         INVALID KEY
004320             MOVE 'NO SE PUDO REGRABAR LA SOLICITUD'
004330                 TO TCW-MOTIVO-ERROR
004340     END-REWRITE
004350     IF TCW-MOTIVO-ERROR NOT = SPACE
004360         PERFORM 2900-NOVEDAD-ERRONEA
004370             THRU 2900-NOVEDAD-ERRONEA-EXIT
004380         GO TO 2200-UNA-NOVEDAD-SIGUIENTE
004390     END-IF
004400     IF PNV-CANCELAR
004410         ADD 1 TO TCW-CNT-CANCELADAS
004420         MOVE 'CANCELADA'    TO TCW-DN-ACCION
004430         MOVE SPACE          TO TCW-DN-FECHA-NUE
004440     ELSE
004450         ADD 1 TO TCW-CNT-REPROGRAM
004460         MOVE 'REPROGRAMADA' TO TCW-DN-ACCION
004470         MOVE PEN-FECHA-EFECTIVA TO TCW-DN-FECHA-NUE
004480     END-IF
004490     MOVE PEN-COD-UNICO      TO TCW-DN-COD-UNICO
004500     MOVE PEN-COD-PRODUCTO   TO TCW-DN-PRODUCTO
004510     MOVE PEN-OPERACION      TO TCW-DN-OPERACION
004520     MOVE TCW-FECHA-ANTERIOR TO TCW-DN-FECHA-ANT
004530     MOVE PNV-USUARIO        TO TCW-DN-USUARIO
004540     MOVE PNV-MOTIVO         TO TCW-DN-MOTIVO
004550     WRITE REC-LINEA FROM TCW-LIN-DET-NOVEDAD
004560     .
004570 2200-UNA-NOVEDAD-SIGUIENTE.
004580     PERFORM 2100-LEER-NOVEDAD
004590         THRU 2100-LEER-NOVEDAD-EXIT
004600     .
004610 2200-UNA-NOVEDAD-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------*
004650*  2210-VALIDAR-FECHA-AAMMDD - VALIDA FEC-FECHA-X           *
004660*                              CON LA REGLA DE ADQWFEC      *
004670*----------------------------------------------------------*
004680 2210-VALIDAR-FECHA-AAMMDD SECTION.
004690     SET  FEC-FECHA-INVALIDA TO TRUE
004700     IF FEC-FECHA-X NOT NUMERIC
004710        OR FEC-MM < 01 OR FEC-MM > 12
004720        OR FEC-DD < 01
004730         GO TO 2210-VALIDAR-FECHA-AAMMDD-EXIT
004740     END-IF
004750     MOVE FEC-DIAS-MES(FEC-MM) TO FEC-ULTIMO-DIA
004760     IF FEC-MM = 02
004770         DIVIDE FEC-AA BY 4
004780             GIVING FEC-COCIENTE REMAINDER FEC-RESTO
004790         IF FEC-RESTO NOT = ZERO
004800             MOVE 28 TO FEC-ULTIMO-DIA
004810         END-IF
004820     END-IF
004830     IF FEC-DD > FEC-ULTIMO-DIA
004840         GO TO 2210-VALIDAR-FECHA-AAMMDD-EXIT
004850     END-IF
004860     SET  FEC-FECHA-VALIDA TO TRUE
004870     .
004880 2210-VALIDAR-FECHA-AAMMDD-EXIT.
004890     EXIT.
004900
004910 2900-NOVEDAD-ERRONEA SECTION.
004920     ADD 1 TO TCW-CNT-ERRONEAS
004930     MOVE PNV-ACCION       TO TCW-DE-ACCION
004940     MOVE PNV-CLAVE        TO TCW-DE-CLAVE
004950     MOVE TCW-MOTIVO-ERROR TO TCW-DE-MOTIVO
004960     WRITE REC-LINEA FROM TCW-LIN-DET-ERROR
004970     .
004980 2900-NOVEDAD-ERRONEA-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------*
005020*  3000-SELECCIONAR-PENDIENTES - RECORRE LAS PROGRAMADAS    *
005030*                                DESDE EL PRINCIPIO Y PASA  *
005040*                                AL SORT LAS PENDIENTES     *
005050*----------------------------------------------------------*
005060 3000-SELECCIONAR-PENDIENTES SECTION.
005070     MOVE SPACE TO TCW-SW-FINARCHIVO
005080     MOVE ZERO      TO PEN-COD-UNICO
005090     MOVE ZERO      TO PEN-COD-PRODUCTO
005100     MOVE LOW-VALUE TO PEN-OPERACION
005110     START ARCPENWVC
005120         KEY IS NOT LESS THAN PEN-CLAVE
005130         INVALID KEY
005140             SET  TCW-FIN-DE-ARCHIVO TO TRUE
005150     END-START
005160     IF NOT TCW-FIN-DE-ARCHIVO
005170         PERFORM 3100-LEER-PROGRAMADA
005180             THRU 3100-LEER-PROGRAMADA-EXIT
005190     END-IF
005200     PERFORM 3200-UNA-PROGRAMADA
005210         THRU 3200-UNA-PROGRAMADA-EXIT
005220             UNTIL TCW-FIN-DE-ARCHIVO
005230     .
005240 3000-SELECCIONAR-PENDIENTES-EXIT.
005250     EXIT.
005260
005270 3100-LEER-PROGRAMADA SECTION.
005280     READ ARCPENWVC NEXT RECORD
005290         AT END
005300             SET  TCW-FIN-DE-ARCHIVO TO TRUE
005310     END-READ
005320     .
005330 3100-LEER-PROGRAMADA-EXIT.
005340     EXIT.
005350
005360 3200-UNA-PROGRAMADA SECTION.
005370     ADD 1 TO TCW-CNT-LEIDAS
005380     IF PEN-PENDIENTE
005390         MOVE PEN-RUC            TO SRT-RUC
005400         MOVE PEN-FECHA-EFECTIVA TO SRT-FECHA-EFECTIVA
005410         MOVE PEN-COD-UNICO      TO SRT-COD-UNICO
005420         MOVE PEN-COD-PRODUCTO   TO SRT-COD-PRODUCTO
005430         MOVE PEN-OPERACION      TO SRT-OPERACION
005440         MOVE PEN-CODMON         TO SRT-CODMON
005450         MOVE PEN-FECHA-REG      TO SRT-FECHA-REG
005460         MOVE PEN-ORIGEN         TO SRT-ORIGEN
005470         MOVE PEN-USRFUN         TO SRT-USRFUN
005480         MOVE PEN-CANT-REPROG    TO SRT-CANT-REPROG
005490         RELEASE SRT-REGISTRO
005500     END-IF
005510     PERFORM 3100-LEER-PROGRAMADA
005520         THRU 3100-LEER-PROGRAMADA-EXIT
005530     .
005540 3200-UNA-PROGRAMADA-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580*  4000-LISTAR-PENDIENTES - RECORRE EL ORDENADO CON CORTE   *
005590*                           POR EMPLEADOR Y POR FECHA       *
005600*                           EFECTIVA                        *
005610*----------------------------------------------------------*
005620 4000-LISTAR-PENDIENTES SECTION.
005630     WRITE REC-LINEA FROM TCW-LIN-TIT-PENDIENTES
005640     PERFORM 4100-RETORNAR-ORDENADO
005650         THRU 4100-RETORNAR-ORDENADO-EXIT
005660     PERFORM 4200-UNA-PENDIENTE
005670         THRU 4200-UNA-PENDIENTE-EXIT
005680             UNTIL TCW-FIN-DE-ORDENADO
005690     IF TCW-CORTE-FEC-ABIERTO
005700         PERFORM 5100-CERRAR-FECHA
005710             THRU 5100-CERRAR-FECHA-EXIT
005720     END-IF
005730     IF TCW-CORTE-EMP-ABIERTO
005740         PERFORM 5300-CERRAR-EMPLEADOR
005750             THRU 5300-CERRAR-EMPLEADOR-EXIT
005760     END-IF
005770     .
005780 4000-LISTAR-PENDIENTES-EXIT.
005790     EXIT.
005800
005810 4100-RETORNAR-ORDENADO SECTION.
005820     RETURN ARCSRTWRK
005830         AT END
005840             SET  TCW-FIN-DE-ORDENADO TO TRUE
005850     END-RETURN
005860     .
005870 4100-RETORNAR-ORDENADO-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------*
005910*  4200-UNA-PENDIENTE - LA PENDIENTE CON FECHA ANTERIOR A   *
005920*                       HOY DEBIO SALIR EN TCWYLIB Y SE     *
005930*                       MARCA VENCIDA; LA DE HOY SALE EN LA *
005940*                       LIBERACION DEL DIA                  *
005950*----------------------------------------------------------*
005960 4200-UNA-PENDIENTE SECTION.
005970     IF NOT TCW-CORTE-EMP-ABIERTO
005980        OR SRT-RUC NOT = TCW-RUC-ANTERIOR
005990         IF TCW-CORTE-FEC-ABIERTO
006000             PERFORM 5100-CERRAR-FECHA
006010                 THRU 5100-CERRAR-FECHA-EXIT
006020         END-IF
006030         IF TCW-CORTE-EMP-ABIERTO
006040             PERFORM 5300-CERRAR-EMPLEADOR
006050                 THRU 5300-CERRAR-EMPLEADOR-EXIT
006060         END-IF
006070         PERFORM 5200-ABRIR-EMPLEADOR
006080             THRU 5200-ABRIR-EMPLEADOR-EXIT
006090     END-IF
006100     IF NOT TCW-CORTE-FEC-ABIERTO
006110        OR SRT-FECHA-EFECTIVA NOT = TCW-FEC-ANTERIOR
006120         IF TCW-CORTE-FEC-ABIERTO
006130             PERFORM 5100-CERRAR-FECHA
006140                 THRU 5100-CERRAR-FECHA-EXIT
006150         END-IF
006160         PERFORM 5000-ABRIR-FECHA
006170             THRU 5000-ABRIR-FECHA-EXIT
006180     END-IF
006190     ADD 1 TO TCW-CNT-PENDIENTES
006200     ADD 1 TO TCW-CNT-PEND-EMP
006210     ADD 1 TO TCW-CNT-PEND-FEC
006220     MOVE SRT-COD-UNICO    TO TCW-DP-COD-UNICO
006230     MOVE SRT-COD-PRODUCTO TO TCW-DP-PRODUCTO
006240     MOVE SRT-OPERACION    TO TCW-DP-OPERACION
006250     MOVE SRT-CODMON       TO TCW-DP-CODMON
006260     MOVE SRT-FECHA-REG    TO TCW-DP-FECHA-REG
006270     MOVE SRT-ORIGEN       TO TCW-DP-ORIGEN
006280     MOVE SRT-USRFUN       TO TCW-DP-USRFUN
006290     MOVE SRT-CANT-REPROG  TO TCW-DP-CANT-REPROG
006300     EVALUATE TRUE
006310         WHEN SRT-FECHA-EFECTIVA < TCW-FECHA-PROCESO-X
006320             ADD 1 TO TCW-CNT-VENCIDAS
006330             MOVE '*VENCIDA'   TO TCW-DP-MARCA
006340         WHEN SRT-FECHA-EFECTIVA = TCW-FECHA-PROCESO-X
006350             MOVE 'LIBERA HOY' TO TCW-DP-MARCA
006360         WHEN OTHER
006370             MOVE SPACE        TO TCW-DP-MARCA
006380     END-EVALUATE
006390     WRITE REC-LINEA FROM TCW-LIN-DET-PENDIENTE
006400     PERFORM 4100-RETORNAR-ORDENADO
006410         THRU 4100-RETORNAR-ORDENADO-EXIT
006420     .
006430 4200-UNA-PENDIENTE-EXIT.
006440     EXIT.
006450
006460 5000-ABRIR-FECHA SECTION.
006470     MOVE SRT-FECHA-EFECTIVA TO TCW-FEC-ANTERIOR
006480     SET  TCW-CORTE-FEC-ABIERTO TO TRUE
006490     MOVE ZERO TO TCW-CNT-PEND-FEC
006500     MOVE SRT-FECHA-EFECTIVA TO TCW-LF-FECHA
006510     WRITE REC-LINEA FROM TCW-LIN-FECHA
006520     WRITE REC-LINEA FROM TCW-LIN-COL-PENDIENTES
006530     .
006540 5000-ABRIR-FECHA-EXIT.
006550     EXIT.
006560
006570 5100-CERRAR-FECHA SECTION.
006580     MOVE TCW-CNT-PEND-FEC TO TCW-SF-CANT
006590     WRITE REC-LINEA FROM TCW-LIN-SUB-FECHA
006600     MOVE SPACE TO TCW-SW-CORTE-FEC
006610     .
006620 5100-CERRAR-FECHA-EXIT.
006630     EXIT.
006640
006650*----------------------------------------------------------*
006660*  5200-ABRIR-EMPLEADOR - ARRANCA LA SECCION DEL EMPLEADOR  *
006670*                         CON SU RAZON SOCIAL DEL MAESTRO   *
006680*----------------------------------------------------------*
006690 5200-ABRIR-EMPLEADOR SECTION.
006700     MOVE SRT-RUC TO TCW-RUC-ANTERIOR
006710     SET  TCW-CORTE-EMP-ABIERTO TO TRUE
006720     ADD 1 TO TCW-CNT-EMPLEADORES
006730     MOVE ZERO TO TCW-CNT-PEND-EMP
006740     MOVE SRT-RUC TO TCW-LE-RUC
006750     MOVE SPACE   TO TCW-LE-RAZSOC
006760     IF SRT-RUC = ZERO
006770         MOVE 'SIN EMPLEADOR INFORMADO' TO TCW-LE-RAZSOC
006780     ELSE
006790         IF TCW-EMPLEAD-ABIERTO
006800             MOVE SRT-RUC TO EMP-RUC
006810             READ ARCEMPLEAD
006820                 KEY IS EMP-RUC
006830                 INVALID KEY
006840                     MOVE 'EMPLEADOR NO REGISTRADO'
006850                         TO TCW-LE-RAZSOC
006860             END-READ
006870             IF TCW-OK-EMPLEAD
006880                 MOVE EMP-RAZON-SOCIAL TO TCW-LE-RAZSOC
006890             END-IF
006900         END-IF
006910     END-IF
006920     MOVE SPACE TO REC-LINEA
006930     WRITE REC-LINEA
006940     WRITE REC-LINEA FROM TCW-LIN-EMPLEADOR
006950     .
006960 5200-ABRIR-EMPLEADOR-EXIT.
006970     EXIT.
006980
006990 5300-CERRAR-EMPLEADOR SECTION.
007000     MOVE TCW-CNT-PEND-EMP TO TCW-SE-CANT
007010     WRITE REC-LINEA FROM TCW-LIN-SUB-EMP
007020     MOVE SPACE TO TCW-SW-CORTE-EMP
007030     .
007040 5300-CERRAR-EMPLEADOR-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------*
007080*  8000-IMPRIMIR-TOTALES - RESUMEN DE LA CORRIDA            *
007090*----------------------------------------------------------*
007100 8000-IMPRIMIR-TOTALES SECTION.
007110     MOVE SPACE TO REC-LINEA
007120     WRITE REC-LINEA
007130     MOVE 'NOVEDADES LEIDAS      ' TO TCW-DT-NOMBRE
007140     MOVE TCW-CNT-NOVEDADES        TO TCW-DT-CANT
007150     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
007160     MOVE '  CANCELADAS          ' TO TCW-DT-NOMBRE
007170     MOVE TCW-CNT-CANCELADAS       TO TCW-DT-CANT
007180     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
007190     MOVE '  REPROGRAMADAS       ' TO TCW-DT-NOMBRE
007200     MOVE TCW-CNT-REPROGRAM        TO TCW-DT-CANT
007210     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
007220     MOVE '  ERRONEAS            ' TO TCW-DT-NOMBRE
007230     MOVE TCW-CNT-ERRONEAS         TO TCW-DT-CANT
007240     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
007250     MOVE 'PROGRAMADAS LEIDAS    ' TO TCW-DT-NOMBRE
007260     MOVE TCW-CNT-LEIDAS           TO TCW-DT-CANT
007270     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
007280     MOVE '  PENDIENTES          ' TO TCW-DT-NOMBRE
007290     MOVE TCW-CNT-PENDIENTES       TO TCW-DT-CANT
007300     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
007310     MOVE '    VENCIDAS          ' TO TCW-DT-NOMBRE
007320     MOVE TCW-CNT-VENCIDAS         TO TCW-DT-CANT
007330     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
007340     MOVE '  EMPLEADORES         ' TO TCW-DT-NOMBRE
007350     MOVE TCW-CNT-EMPLEADORES      TO TCW-DT-CANT
007360     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
007370     .
007380 8000-IMPRIMIR-TOTALES-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------*
007420*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN        *
007430*----------------------------------------------------------*
007440 9000-FINAL SECTION.
007450     CLOSE ARCPENWVC
007460     IF TCW-EMPLEAD-ABIERTO
007470         CLOSE ARCEMPLEAD
007480     END-IF
007490     CLOSE ARCRPTPEN
007500     DISPLAY 'TCWZPEN - SOLICITUDES PROGRAMADAS'
007510     DISPLAY 'NOVEDADES LEIDAS     : ' TCW-CNT-NOVEDADES
007520     DISPLAY 'NOVEDADES ERRONEAS   : ' TCW-CNT-ERRONEAS
007530     DISPLAY 'PENDIENTES           : ' TCW-CNT-PENDIENTES
007540     DISPLAY 'VENCIDAS SIN LIBERAR : ' TCW-CNT-VENCIDAS
007550     IF TCW-CNT-ERRONEAS > ZERO
007560         MOVE 4 TO RETURN-CODE
007570     END-IF
007580     .
007590 9000-FINAL-EXIT.
007600     EXIT.
