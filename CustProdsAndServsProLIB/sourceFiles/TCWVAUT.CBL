000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWVAUT.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. MANTENIMIENTO BATCH DEL MAESTRO *
000110*                 DE AUTORIZACIONES ADQWAUT A PARTIR DE LAS *
000120*                 NOVEDADES DE SEGURIDAD INFORMATICA        *
000130*                 (ADQWAUN): REGISTRAR (ALTA O CAMBIO DE    *
000140*                 OPERACIONES, PRODUCTOS Y VIGENCIA) O      *
000150*                 ELIMINAR LA AUTORIZACION DE UN USUARIO    *
000160*                 FUNCIONAL EN UN ORIGEN. TCW0WVC LA VALIDA *
000170*                 ANTES DE TODA OTRA VALIDACION LOCAL.      *
000180*                 REPORTE DE CERTIFICACION CON IMAGEN       *
000190*                 ANTES/DESPUES. LAS FECHAS DE INICIO Y FIN *
000200*                 SE VALIDAN CON LA REGLA DE ADQWFEC (MES Y *
000210*                 DIA EXISTENTES).                          *
000220*----------------------------------------------------------*
000230*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000240*  OBJETIVO : MANTENIMIENTO DEL MAESTRO DE AUTORIZACIONES   *
000250*  ENTRADA  : ARCENTAUN  - NOVEDADES DE AUTORIZ. (ADQWAUN)  *
000260*  SALIDA   : ARCAUTWVC  - MAESTRO DE AUTORIZ. (ADQWAUT)    *
000270*             ARCRPTAUN  - REPORTE DE CERTIFICACION         *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ARCENTAUN  ASSIGN TO ENTAUN
000350         ORGANIZATION  IS LINE SEQUENTIAL
000360         FILE STATUS   IS TCW-FS-ENTAUN.
000370
000380     SELECT ARCAUTWVC  ASSIGN TO AUTWVC
000390         ORGANIZATION  IS INDEXED
000400         ACCESS MODE   IS RANDOM
000410         RECORD KEY    IS AUT-CLAVE
000420         FILE STATUS   IS TCW-FS-AUTWVC.
000430
000440     SELECT ARCRPTAUN  ASSIGN TO RPTAUN
000450         ORGANIZATION  IS LINE SEQUENTIAL
000460         FILE STATUS   IS TCW-FS-RPTAUN.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ARCENTAUN
000510     RECORDING MODE IS F.
000520     COPY ADQWAUN.
000530
000540 FD  ARCAUTWVC
000550     RECORDING MODE IS F.
000560     COPY ADQWAUT.
000570
000580 FD  ARCRPTAUN
000590     RECORDING MODE IS F.
000600 01  REC-LINEA               PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630 01  TCW-INDICADORES-ARCHIVO.
000640     05  TCW-FS-ENTAUN        PIC X(02).
000650         88  TCW-OK-ENTAUN           VALUE '00'.
000660         88  TCW-FIN-ENTAUN          VALUE '10'.
000670     05  TCW-FS-AUTWVC        PIC X(02).
000680         88  TCW-OK-AUTWVC           VALUE '00'.
000690         88  TCW-NOENC-AUTWVC        VALUE '23'.
000700     05  TCW-FS-RPTAUN        PIC X(02).
000710         88  TCW-OK-RPTAUN           VALUE '00'.
000720
000730 01  TCW-SWITCHES.
000740     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000750         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000760     05  TCW-SW-HAY-PRODUCTO PIC X(01) VALUE SPACE.
000770         88  TCW-HAY-PRODUCTO       VALUE 'S'.
000780     05  TCW-SW-INI-VALIDA   PIC X(01) VALUE SPACE.
000790         88  TCW-INI-INEXISTENTE    VALUE 'N'.
000800     05  TCW-SW-FIN-VALIDA   PIC X(01) VALUE SPACE.
000810         88  TCW-FIN-INEXISTENTE    VALUE 'N'.
000820
000830 01  TCW-FECHA-PROCESO       PIC 9(06).
000840 01  TCW-IX-PRD              PIC 9(02) COMP VALUE ZERO.
000850
000860*----------------------------------------------------------*
000870*  IMAGEN NORMALIZADA DE LA NOVEDAD (OPERACION EN ESPACIO = *
000880*  'N', FIN EN ESPACIOS = SIN VENCIMIENTO, PRODUCTOS EN     *
000890*  CERO CUANDO EL ALCANCE ES TODOS) Y MOTIVO DE RECHAZO     *
000900*----------------------------------------------------------*
000910 01  TCW-NUEVA-AUTORIZACION.
000920     05  TCW-NV-OPERACIONES.
000930         10  TCW-NV-PERM-ALTA
000940                             PIC X(01).
000950         10  TCW-NV-PERM-BAJA
000960                             PIC X(01).
000970         10  TCW-NV-PERM-MODIF
000980                             PIC X(01).
000990     05  TCW-NV-ALCANCE      PIC X(01).
001000     05  TCW-NV-PRODUCTOS    PIC X(30).
001010     05  TCW-NV-FECHA-INI    PIC X(06).
001020     05  TCW-NV-FECHA-FIN    PIC X(06).
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
001180             'CERTIFICACION MAESTRO DE AUTORIZ. - DIA '.
001190         10  FILLER          PIC X(01) VALUE SPACE.
001200         10  TCW-LT-FECHA    PIC 9(06).
001210         10  FILLER          PIC X(33) VALUE SPACE.
001220     05  TCW-LIN-COLUMNAS.
001230         10  FILLER          PIC X(40) VALUE
001240             'ACCION       USUARIO  ORI ABM ALC INICIO'.
001250         10  FILLER          PIC X(40) VALUE
001260             ' FIN    SOLICITO                        '.
001270     05  TCW-LIN-DET-CAMBIO.
001280         10  TCW-DC-ACCION   PIC X(12).
001290         10  FILLER          PIC X(01) VALUE SPACE.
001300         10  TCW-DC-USRFUN   PIC X(08).
001310         10  FILLER          PIC X(01) VALUE SPACE.
001320         10  TCW-DC-ORIGEN   PIC X(03).
001330         10  FILLER          PIC X(01) VALUE SPACE.
001340         10  TCW-DC-OPERACIONES
001350                             PIC X(03).
001360         10  FILLER          PIC X(01) VALUE SPACE.
001370         10  TCW-DC-ALCANCE  PIC X(01).
001380         10  FILLER          PIC X(03) VALUE SPACE.
001390         10  TCW-DC-FECHA-INI
001400                             PIC X(06).
001410         10  FILLER          PIC X(01) VALUE SPACE.
001420         10  TCW-DC-FECHA-FIN
001430                             PIC X(06).
001440         10  FILLER          PIC X(01) VALUE SPACE.
001450         10  TCW-DC-USUARIO  PIC X(08).
001460         10  FILLER          PIC X(24) VALUE SPACE.
001470     05  TCW-LIN-DET-PRODUCTOS.
001480         10  FILLER          PIC X(13) VALUE SPACE.
001490         10  FILLER          PIC X(10) VALUE 'PRODUCTOS '.
001500         10  TCW-DP-OCU      OCCURS 10 TIMES.
001510             15  TCW-DP-PRODUCTO
001520                             PIC 9(03).
001530             15  FILLER      PIC X(01).
001540         10  FILLER          PIC X(17) VALUE SPACE.
001550     05  TCW-LIN-DET-ERROR.
001560         10  FILLER          PIC X(12) VALUE 'ERRONEO     '.
001570         10  FILLER          PIC X(01) VALUE SPACE.
001580         10  TCW-DE-ACCION   PIC X(01).
001590         10  FILLER          PIC X(01) VALUE SPACE.
001600         10  TCW-DE-CLAVE    PIC X(11).
001610         10  FILLER          PIC X(01) VALUE SPACE.
001620         10  TCW-DE-MOTIVO   PIC X(40).
001630         10  FILLER          PIC X(13) VALUE SPACE.
001640     05  TCW-LIN-DET-TOTAL.
001650         10  TCW-DT-NOMBRE   PIC X(22).
001660         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
001670
001680 PROCEDURE DIVISION.
001690*----------------------------------------------------------*
001700*  0000-MAINLINE                                            *
001710*----------------------------------------------------------*
001720 0000-MAINLINE SECTION.
001730     PERFORM 1000-INICIAL
001740         THRU 1000-INICIAL-EXIT
001750     PERFORM 2000-PROCESAR-UNA-NOVEDAD
001760         THRU 2000-PROCESAR-UNA-NOVEDAD-EXIT
001770             UNTIL TCW-FIN-DE-ARCHIVO
001780     PERFORM 8000-IMPRIMIR-TOTALES
001790         THRU 8000-IMPRIMIR-TOTALES-EXIT
001800     PERFORM 9000-FINAL
001810         THRU 9000-FINAL-EXIT
001820     GOBACK
001830     .
001840 0000-MAINLINE-EXIT.
001850     EXIT.
001860
001870*----------------------------------------------------------*
001880*  1000-INICIAL - ABRE ARCHIVOS (EL MAESTRO SE CREA EN LA   *
001890*                 PRIMERA CARGA SI NO EXISTE) Y LEE LA      *
001900*                 PRIMERA NOVEDAD                           *
001910*----------------------------------------------------------*
001920 1000-INICIAL SECTION.
001930     ACCEPT TCW-FECHA-PROCESO FROM DATE
001940     OPEN INPUT  ARCENTAUN
001950     IF NOT TCW-OK-ENTAUN
001960         DISPLAY 'TCWVAUT - ERROR AL ABRIR ARCENTAUN - STATUS '
001970             TCW-FS-ENTAUN
001980         MOVE 12 TO RETURN-CODE
001990         GOBACK
002000     END-IF
002010     OPEN I-O ARCAUTWVC
002020     IF NOT TCW-OK-AUTWVC AND NOT TCW-NOENC-AUTWVC
002030         OPEN OUTPUT ARCAUTWVC
002040         CLOSE ARCAUTWVC
002050         OPEN I-O ARCAUTWVC
002060     END-IF
002070     IF NOT TCW-OK-AUTWVC
002080         DISPLAY 'TCWVAUT - ERROR AL ABRIR ARCAUTWVC - STATUS '
002090             TCW-FS-AUTWVC
002100         MOVE 12 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     OPEN OUTPUT ARCRPTAUN
002140     IF NOT TCW-OK-RPTAUN
002150         DISPLAY 'TCWVAUT - ERROR AL ABRIR ARCRPTAUN - STATUS '
002160             TCW-FS-RPTAUN
002170         MOVE 12 TO RETURN-CODE
002180         GOBACK
002190     END-IF
002200     MOVE TCW-FECHA-PROCESO TO TCW-LT-FECHA
002210     WRITE REC-LINEA FROM TCW-LIN-TITULO
002220     MOVE SPACE TO REC-LINEA
002230     WRITE REC-LINEA
002240     WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
002250     PERFORM 2100-LEER-ENTRADA
002260         THRU 2100-LEER-ENTRADA-EXIT
002270     .
002280 1000-INICIAL-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------*
002320*  2000-PROCESAR-UNA-NOVEDAD - VALIDA LA NOVEDAD Y LA       *
002330*                              APLICA AL MAESTRO (ALTA,     *
002340*                              CAMBIO O ELIMINACION)        *
002350*----------------------------------------------------------*
002360 2000-PROCESAR-UNA-NOVEDAD SECTION.
002370     ADD 1 TO TCW-CNT-LEIDOS
002380     MOVE SPACE TO TCW-MOTIVO-ERROR
002390     PERFORM 2050-NORMALIZAR-NOVEDAD
002400         THRU 2050-NORMALIZAR-NOVEDAD-EXIT
002410     EVALUATE TRUE
002420         WHEN NOT AUN-REGISTRAR AND NOT AUN-ELIMINAR
002430             MOVE 'ACCION NO VALIDA (A/E)' TO TCW-MOTIVO-ERROR
002440         WHEN AUN-USRFUN = SPACE OR AUN-ORIGEN = SPACE
002450             MOVE 'USUARIO/ORIGEN NO INFORMADO'
002460                 TO TCW-MOTIVO-ERROR
002470         WHEN AUN-ELIMINAR
002480             CONTINUE
002490         WHEN (TCW-NV-PERM-ALTA  NOT = 'S' AND NOT = 'N')
002500           OR (TCW-NV-PERM-BAJA  NOT = 'S' AND NOT = 'N')
002510           OR (TCW-NV-PERM-MODIF NOT = 'S' AND NOT = 'N')
002520             MOVE 'INDICADOR DE OPERACION NO VALIDO (S/N)'
002530                 TO TCW-MOTIVO-ERROR
002540         WHEN TCW-NV-OPERACIONES = 'NNN'
002550             MOVE 'SIN OPERACIONES - USAR ACCION E'
002560                 TO TCW-MOTIVO-ERROR
002570         WHEN TCW-NV-ALCANCE NOT = 'T' AND NOT = 'L'
002580             MOVE 'ALCANCE DE PRODUCTOS NO VALIDO (T/L)'
002590                 TO TCW-MOTIVO-ERROR
002600         WHEN TCW-NV-ALCANCE = 'L' AND AUN-PRODUCTOS-X NOT NUMERIC
002610             MOVE 'PRODUCTOS NO NUMERICOS' TO TCW-MOTIVO-ERROR
002620         WHEN TCW-NV-ALCANCE = 'L' AND NOT TCW-HAY-PRODUCTO
002630             MOVE 'ALCANCE L SIN PRODUCTOS' TO TCW-MOTIVO-ERROR
002640         WHEN TCW-NV-FECHA-INI NOT NUMERIC
002650             MOVE 'FECHA DE INICIO NO NUMERICA'
002660                 TO TCW-MOTIVO-ERROR
002670         WHEN TCW-INI-INEXISTENTE
002680             MOVE 'FECHA DE INICIO INEXISTENTE (MES/DIA)'
002690                 TO TCW-MOTIVO-ERROR
002700         WHEN TCW-NV-FECHA-FIN NOT NUMERIC
002710             MOVE 'FECHA DE FIN NO NUMERICA' TO TCW-MOTIVO-ERROR
002720         WHEN TCW-FIN-INEXISTENTE
002730             MOVE 'FECHA DE FIN INEXISTENTE (MES/DIA)'
002740                 TO TCW-MOTIVO-ERROR
002750         WHEN TCW-NV-FECHA-FIN NOT = '000000'
002760              AND TCW-NV-FECHA-FIN < TCW-NV-FECHA-INI
002770             MOVE 'FECHA DE FIN ANTERIOR AL INICIO'
002780                 TO TCW-MOTIVO-ERROR
002790         WHEN OTHER
002800             CONTINUE
002810     END-EVALUATE
002820     IF TCW-MOTIVO-ERROR NOT = SPACE
002830         PERFORM 2900-NOVEDAD-ERRONEA
002840             THRU 2900-NOVEDAD-ERRONEA-EXIT
002850         GO TO 2000-PROCESAR-SIGUIENTE
002860     END-IF
002870     MOVE AUN-CLAVE TO AUT-CLAVE
002880     READ ARCAUTWVC
002890         KEY IS AUT-CLAVE
002900         INVALID KEY
002910             IF AUN-REGISTRAR
002920                 PERFORM 2200-ALTA-AUTORIZACION
002930                     THRU 2200-ALTA-AUTORIZACION-EXIT
002940             ELSE
002950                 MOVE 'AUTORIZACION INEXISTENTE - NO SE ELIMINA'
002960                     TO TCW-MOTIVO-ERROR
002970                 PERFORM 2900-NOVEDAD-ERRONEA
002980                     THRU 2900-NOVEDAD-ERRONEA-EXIT
002990             END-IF
003000             GO TO 2000-PROCESAR-SIGUIENTE
003010     END-READ
003020     IF AUN-REGISTRAR
003030         PERFORM 2300-CAMBIAR-AUTORIZACION
003040             THRU 2300-CAMBIAR-AUTORIZACION-EXIT
003050     ELSE
003060         PERFORM 2400-ELIMINAR-AUTORIZACION
003070             THRU 2400-ELIMINAR-AUTORIZACION-EXIT
003080     END-IF
003090     .
003100 2000-PROCESAR-SIGUIENTE.
003110     PERFORM 2100-LEER-ENTRADA
003120         THRU 2100-LEER-ENTRADA-EXIT
003130     .
003140 2000-PROCESAR-UNA-NOVEDAD-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------*
003180*  2050-NORMALIZAR-NOVEDAD - ARMA LA IMAGEN NUEVA QUE SE    *
003190*                            VALIDA Y SE GRABA Y VERIFICA   *
003200*                            QUE SUS FECHAS EXISTAN         *
003210*----------------------------------------------------------*
003220 2050-NORMALIZAR-NOVEDAD SECTION.
003230     MOVE AUN-OPERACIONES  TO TCW-NV-OPERACIONES
003240     IF TCW-NV-PERM-ALTA = SPACE
003250         MOVE 'N' TO TCW-NV-PERM-ALTA
003260     END-IF
003270     IF TCW-NV-PERM-BAJA = SPACE
003280         MOVE 'N' TO TCW-NV-PERM-BAJA
003290     END-IF
003300     IF TCW-NV-PERM-MODIF = SPACE
003310         MOVE 'N' TO TCW-NV-PERM-MODIF
003320     END-IF
003330     MOVE AUN-ALCANCE-PROD TO TCW-NV-ALCANCE
003340     MOVE AUN-FECHA-INI    TO TCW-NV-FECHA-INI
003350     MOVE AUN-FECHA-FIN    TO TCW-NV-FECHA-FIN
003360     IF TCW-NV-FECHA-FIN = SPACE
003370         MOVE '000000' TO TCW-NV-FECHA-FIN
003380     END-IF
003390     MOVE TCW-NV-FECHA-INI TO FEC-FECHA-X
003400     PERFORM 2070-VALIDAR-FECHA-AAMMDD
003410         THRU 2070-VALIDAR-FECHA-AAMMDD-EXIT
003420     MOVE FEC-SW-VALIDA TO TCW-SW-INI-VALIDA
003430     MOVE 'S' TO TCW-SW-FIN-VALIDA
003440     IF TCW-NV-FECHA-FIN NOT = '000000'
003450         MOVE TCW-NV-FECHA-FIN TO FEC-FECHA-X
003460         PERFORM 2070-VALIDAR-FECHA-AAMMDD
003470             THRU 2070-VALIDAR-FECHA-AAMMDD-EXIT
003480         MOVE FEC-SW-VALIDA TO TCW-SW-FIN-VALIDA
003490     END-IF
003500     MOVE SPACE TO TCW-SW-HAY-PRODUCTO
003510     IF TCW-NV-ALCANCE = 'L' AND AUN-PRODUCTOS-X NUMERIC
003520         MOVE AUN-PRODUCTOS-X TO TCW-NV-PRODUCTOS
003530         PERFORM 2060-VER-UN-PRODUCTO
003540             THRU 2060-VER-UN-PRODUCTO-EXIT
003550                 VARYING TCW-IX-PRD FROM 1 BY 1
003560                 UNTIL TCW-IX-PRD > 10
003570                    OR TCW-HAY-PRODUCTO
003580     ELSE
003590         MOVE ALL '0' TO TCW-NV-PRODUCTOS
003600     END-IF
003610     .
003620 2050-NORMALIZAR-NOVEDAD-EXIT.
003630     EXIT.
003640
003650 2060-VER-UN-PRODUCTO SECTION.
003660     IF AUN-PRODUCTO(TCW-IX-PRD) NOT = ZERO
003670         SET  TCW-HAY-PRODUCTO TO TRUE
003680     END-IF
003690     .
003700 2060-VER-UN-PRODUCTO-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------*
003740*  2070-VALIDAR-FECHA-AAMMDD - VALIDA FEC-FECHA-X           *
003750*                              CON LA REGLA DE ADQWFEC      *
003760*----------------------------------------------------------*
003770 2070-VALIDAR-FECHA-AAMMDD SECTION.
003780     SET  FEC-FECHA-INVALIDA TO TRUE
003790     IF FEC-FECHA-X NOT NUMERIC
003800        OR FEC-MM < 01 OR FEC-MM > 12
003810        OR FEC-DD < 01
003820         GO TO 2070-VALIDAR-FECHA-AAMMDD-EXIT
003830     END-IF
003840     MOVE FEC-DIAS-MES(FEC-MM) TO FEC-ULTIMO-DIA
003850     IF FEC-MM = 02
003860         DIVIDE FEC-AA BY 4
003870             GIVING FEC-COCIENTE REMAINDER FEC-RESTO
003880         IF FEC-RESTO NOT = ZERO
003890             MOVE 28 TO FEC-ULTIMO-DIA
003900         END-IF
003910     END-IF
003920     IF FEC-DD > FEC-ULTIMO-DIA
003930         GO TO 2070-VALIDAR-FECHA-AAMMDD-EXIT
003940     END-IF
003950     SET  FEC-FECHA-VALIDA TO TRUE
003960     .
003970 2070-VALIDAR-FECHA-AAMMDD-EXIT.
003980     EXIT.
003990
004000 2100-LEER-ENTRADA SECTION.
004010     READ ARCENTAUN
004020         AT END
004030             SET  TCW-FIN-DE-ARCHIVO TO TRUE
004040     END-READ
004050     .
004060 2100-LEER-ENTRADA-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------*
004100*  2200-ALTA-AUTORIZACION - EL USUARIO NO TIENE AUTORIZACION*
004110*                           EN ESE ORIGEN: SE AGREGA        *
004120*----------------------------------------------------------*
004130 2200-ALTA-AUTORIZACION SECTION.
004140     MOVE AUN-CLAVE         TO AUT-CLAVE
004150     PERFORM 2600-MOVER-NUEVA
004160         THRU 2600-MOVER-NUEVA-EXIT
004170     MOVE SPACE             TO AUT-FILLER
004180     WRITE ADQWAUT
004190         INVALID KEY
004200             MOVE 'NO SE PUDO GRABAR LA AUTORIZACION'
004210                 TO TCW-MOTIVO-ERROR
004220             PERFORM 2900-NOVEDAD-ERRONEA
004230                 THRU 2900-NOVEDAD-ERRONEA-EXIT
004240             GO TO 2200-ALTA-AUTORIZACION-EXIT
004250     END-WRITE
004260     ADD 1 TO TCW-CNT-ALTAS
004270     MOVE 'ALTA        ' TO TCW-DC-ACCION
004280     PERFORM 2500-DETALLE-CAMBIO
004290         THRU 2500-DETALLE-CAMBIO-EXIT
004300     .
004310 2200-ALTA-AUTORIZACION-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------*
004350*  2300-CAMBIAR-AUTORIZACION - YA EXISTE: SE REESCRIBE SOLO *
004360*                              SI CAMBIAN LAS OPERACIONES,  *
004370*                              LOS PRODUCTOS O LA VIGENCIA, *
004380*                              IMPRIMIENDO LA IMAGEN ANTERIOR*
004390*----------------------------------------------------------*
004400 2300-CAMBIAR-AUTORIZACION SECTION.
004410     IF AUT-OPERACIONES   = TCW-NV-OPERACIONES
004420        AND AUT-ALCANCE-PROD = TCW-NV-ALCANCE
004430        AND AUT-PRODUCTOS    = TCW-NV-PRODUCTOS
004440        AND AUT-FECHA-INI    = TCW-NV-FECHA-INI
004450        AND AUT-FECHA-FIN    = TCW-NV-FECHA-FIN
004460         ADD 1 TO TCW-CNT-SIN-CAMBIO
004470         GO TO 2300-CAMBIAR-AUTORIZACION-EXIT
004480     END-IF
004490     MOVE 'ANTES       ' TO TCW-DC-ACCION
004500     PERFORM 2500-DETALLE-CAMBIO
004510         THRU 2500-DETALLE-CAMBIO-EXIT
004520     PERFORM 2600-MOVER-NUEVA
004530         THRU 2600-MOVER-NUEVA-EXIT
004540     REWRITE ADQWAUT
004550         INVALID KEY
004560             MOVE 'NO SE PUDO REGRABAR LA AUTORIZACION'
004570                 TO TCW-MOTIVO-ERROR
004580             PERFORM 2900-NOVEDAD-ERRONEA
004590                 THRU 2900-NOVEDAD-ERRONEA-EXIT
004600             GO TO 2300-CAMBIAR-AUTORIZACION-EXIT
004610     END-REWRITE
004620     ADD 1 TO TCW-CNT-CAMBIOS
004630     MOVE 'DESPUES     ' TO TCW-DC-ACCION
004640     PERFORM 2500-DETALLE-CAMBIO
004650         THRU 2500-DETALLE-CAMBIO-EXIT
004660     .
004670 2300-CAMBIAR-AUTORIZACION-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------*
004710*  2400-ELIMINAR-AUTORIZACION - RETIRA LA AUTORIZACION: DESDE*
004720*                               ESE MOMENTO TCW0WVC RECHAZA *
004730*                               TODA SOLICITUD DEL USUARIO  *
004740*                               EN ESE ORIGEN               *
004750*----------------------------------------------------------*
004760 2400-ELIMINAR-AUTORIZACION SECTION.
004770     DELETE ARCAUTWVC
004780         INVALID KEY
004790             MOVE 'NO SE PUDO ELIMINAR LA AUTORIZACION'
004800                 TO TCW-MOTIVO-ERROR
004810             PERFORM 2900-NOVEDAD-ERRONEA
004820                 THRU 2900-NOVEDAD-ERRONEA-EXIT
004830             GO TO 2400-ELIMINAR-AUTORIZACION-EXIT
004840     END-DELETE
004850     ADD 1 TO TCW-CNT-ELIMINADOS
004860     MOVE AUN-USUARIO      TO AUT-USUARIO
004870     MOVE 'ELIMINADO   '   TO TCW-DC-ACCION
004880     PERFORM 2500-DETALLE-CAMBIO
004890         THRU 2500-DETALLE-CAMBIO-EXIT
004900     .
004910 2400-ELIMINAR-AUTORIZACION-EXIT.
004920     EXIT.
004930
004940 2500-DETALLE-CAMBIO SECTION.
004950     MOVE AUT-USRFUN        TO TCW-DC-USRFUN
004960     MOVE AUT-ORIGEN        TO TCW-DC-ORIGEN
004970     MOVE '---'             TO TCW-DC-OPERACIONES
004980     IF AUT-PERMITE-ALTA
004990         MOVE 'A' TO TCW-DC-OPERACIONES(1:1)
005000     END-IF
005010     IF AUT-PERMITE-BAJA
005020         MOVE 'B' TO TCW-DC-OPERACIONES(2:1)
005030     END-IF
005040     IF AUT-PERMITE-MODIF
005050         MOVE 'M' TO TCW-DC-OPERACIONES(3:1)
005060     END-IF
005070     MOVE AUT-ALCANCE-PROD  TO TCW-DC-ALCANCE
005080     MOVE AUT-FECHA-INI     TO TCW-DC-FECHA-INI
005090     MOVE AUT-FECHA-FIN     TO TCW-DC-FECHA-FIN
005100     MOVE AUT-USUARIO       TO TCW-DC-USUARIO
005110     WRITE REC-LINEA FROM TCW-LIN-DET-CAMBIO
005120     IF AUT-PRODUCTOS-LISTADOS
005130         PERFORM 2510-MOVER-UN-PRODUCTO
005140             THRU 2510-MOVER-UN-PRODUCTO-EXIT
005150                 VARYING TCW-IX-PRD FROM 1 BY 1
005160                 UNTIL TCW-IX-PRD > 10
005170         WRITE REC-LINEA FROM TCW-LIN-DET-PRODUCTOS
005180     END-IF
005190     .
005200 2500-DETALLE-CAMBIO-EXIT.
005210     EXIT.
005220
005230 2510-MOVER-UN-PRODUCTO SECTION.
005240     MOVE SPACE                    TO TCW-DP-OCU(TCW-IX-PRD)
005250     MOVE AUT-PRODUCTO(TCW-IX-PRD) TO TCW-DP-PRODUCTO(TCW-IX-PRD)
005260     .
005270 2510-MOVER-UN-PRODUCTO-EXIT.
005280     EXIT.
005290
005300 2600-MOVER-NUEVA SECTION.
005310     MOVE TCW-NV-OPERACIONES TO AUT-OPERACIONES
005320     MOVE TCW-NV-ALCANCE     TO AUT-ALCANCE-PROD
005330     MOVE TCW-NV-PRODUCTOS   TO AUT-PRODUCTOS
005340     MOVE TCW-NV-FECHA-INI   TO AUT-FECHA-INI
005350     MOVE TCW-NV-FECHA-FIN   TO AUT-FECHA-FIN
005360     MOVE TCW-FECHA-PROCESO  TO AUT-FECHA-ACT
005370     MOVE AUN-USUARIO        TO AUT-USUARIO
005380     .
005390 2600-MOVER-NUEVA-EXIT.
005400     EXIT.
005410
005420 2900-NOVEDAD-ERRONEA SECTION.
005430     ADD 1 TO TCW-CNT-ERRONEOS
005440     MOVE AUN-ACCION       TO TCW-DE-ACCION
005450     MOVE AUN-CLAVE        TO TCW-DE-CLAVE
005460     MOVE TCW-MOTIVO-ERROR TO TCW-DE-MOTIVO
005470     WRITE REC-LINEA FROM TCW-LIN-DET-ERROR
005480     .
005490 2900-NOVEDAD-ERRONEA-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------*
005530*  8000-IMPRIMIR-TOTALES - EMITE LOS CONTADORES DE LA CARGA *
005540*                          PARA CERTIFICAR EL MAESTRO       *
005550*----------------------------------------------------------*
005560 8000-IMPRIMIR-TOTALES SECTION.
005570     MOVE SPACE TO REC-LINEA
005580     WRITE REC-LINEA
005590     MOVE 'NOVEDADES LEIDAS      ' TO TCW-DT-NOMBRE
005600     MOVE TCW-CNT-LEIDOS           TO TCW-DT-CANT
005610     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005620     MOVE 'AUTORIZ. AGREGADAS    ' TO TCW-DT-NOMBRE
005630     MOVE TCW-CNT-ALTAS            TO TCW-DT-CANT
005640     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005650     MOVE 'AUTORIZ. MODIFICADAS  ' TO TCW-DT-NOMBRE
005660     MOVE TCW-CNT-CAMBIOS          TO TCW-DT-CANT
005670     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005680     MOVE 'AUTORIZ. ELIMINADAS   ' TO TCW-DT-NOMBRE
005690     MOVE TCW-CNT-ELIMINADOS       TO TCW-DT-CANT
005700     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005710     MOVE 'SIN CAMBIO            ' TO TCW-DT-NOMBRE
005720     MOVE TCW-CNT-SIN-CAMBIO       TO TCW-DT-CANT
005730     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005740     MOVE 'NOVEDADES ERRONEAS    ' TO TCW-DT-NOMBRE
005750     MOVE TCW-CNT-ERRONEOS         TO TCW-DT-CANT
005760     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
005770     .
005780 8000-IMPRIMIR-TOTALES-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN; CON   *
005830*               NOVEDADES ERRONEAS TERMINA CON RETURN-CODE 4*
005840*----------------------------------------------------------*
005850 9000-FINAL SECTION.
005860     CLOSE ARCENTAUN
005870     CLOSE ARCAUTWVC
005880     CLOSE ARCRPTAUN
005890     IF TCW-CNT-ERRONEOS > ZERO
005900         MOVE 4    TO RETURN-CODE
005910     ELSE
005920         MOVE ZERO TO RETURN-CODE
005930     END-IF
005940     DISPLAY 'TCWVAUT - MANTENIMIENTO MAESTRO DE AUTORIZACIONES'
005950     DISPLAY 'NOVEDADES LEIDAS     : ' TCW-CNT-LEIDOS
005960     DISPLAY 'AUTORIZ. AGREGADAS   : ' TCW-CNT-ALTAS
005970     DISPLAY 'AUTORIZ. MODIFICADAS : ' TCW-CNT-CAMBIOS
005980     DISPLAY 'AUTORIZ. ELIMINADAS  : ' TCW-CNT-ELIMINADOS
005990     DISPLAY 'SIN CAMBIO           : ' TCW-CNT-SIN-CAMBIO
006000     DISPLAY 'NOVEDADES ERRONEAS   : ' TCW-CNT-ERRONEOS
006010     .
006020 9000-FINAL-EXIT.
006030     EXIT.
