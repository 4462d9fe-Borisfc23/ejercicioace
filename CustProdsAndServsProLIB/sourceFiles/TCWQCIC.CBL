000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWQCIC.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. DETECCION DE CICLAJE DE         *
000110*                 AFILIACIONES PARA CUMPLIMIENTO: ORDENA LA *
000120*                 HISTORIA PERMANENTE ARCHISWVC (ADQWHIS)   *
000130*                 POR CLIENTE Y PRODUCTO Y, DENTRO DE LAS   *
000140*                 VENTANAS DE ARCPARWVC, CUENTA POR CLIENTE *
000150*                 LOS CICLOS ALTA-BAJA-ALTA DEL MISMO       *
000160*                 PRODUCTO, LAS CUENTAS (NROCTA) DISTINTAS  *
000170*                 EMITIDAS Y LOS EMPLEADORES (RUC)          *
000180*                 DISTINTOS. EL CLIENTE QUE SUPERA ALGUN    *
000190*                 UMBRAL QUEDA EN EL ARCHIVO DE SENALADOS   *
000200*                 (ADQWCIC, QUE TCWCCON Y TCWKHIS MUESTRAN  *
000210*                 COMO ALERTA) Y EN EL RANKING POR CLIENTE; *
000220*                 SUS EMPLEADORES EN EL RANKING POR         *
000230*                 EMPLEADOR.                                *
000240*----------------------------------------------------------*
000250*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000260*  OBJETIVO : CICLAJE Y ROTACION DE AFILIACIONES            *
000270*  ENTRADA  : ARCHISWVC  - HISTORIA PERMANENTE (ADQWHIS)    *
000280*             ARCPARWVC  - PARAMETROS OPERATIVOS (ADQWPAR)  *
000290*             ARCEMPLEAD - MAESTRO DE EMPLEADORES           *
000300*  SALIDA   : ARCCICMAR  - CLIENTES SENALADOS (ADQWCIC)     *
000310*             ARCRPTCIC  - RANKING POR CLIENTE Y EMPLEADOR  *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ARCHISWVC  ASSIGN TO HISWVC
000390         ORGANIZATION  IS LINE SEQUENTIAL
000400         FILE STATUS   IS TCW-FS-HISWVC.
000410
000420     SELECT ARCPARWVC  ASSIGN TO PARWVC
000430         ORGANIZATION  IS LINE SEQUENTIAL
000440         FILE STATUS   IS TCW-FS-PARWVC.
000450
000460     SELECT ARCEMPLEAD ASSIGN TO EMPLEAD
000470         ORGANIZATION  IS INDEXED
000480         ACCESS MODE   IS RANDOM
000490         RECORD KEY    IS EMP-RUC
000500         FILE STATUS   IS TCW-FS-EMPLEAD.
000510
000520     SELECT ARCCICMAR  ASSIGN TO CICMAR
000530         ORGANIZATION  IS INDEXED
000540         ACCESS MODE   IS RANDOM
000550         RECORD KEY    IS CIC-COD-UNICO
000560         FILE STATUS   IS TCW-FS-CICMAR.
000570
000580     SELECT ARCRPTCIC  ASSIGN TO RPTCIC
000590         ORGANIZATION  IS LINE SEQUENTIAL
000600         FILE STATUS   IS TCW-FS-RPTCIC.
000610
000620     SELECT ARCSRTWRK  ASSIGN TO SRTWRK.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ARCHISWVC
000670     RECORDING MODE IS F.
000680     COPY ADQWHIS.
000690
000700 FD  ARCPARWVC
000710     RECORDING MODE IS F.
000720     COPY ADQWPAR.
000730
000740 FD  ARCEMPLEAD
000750     RECORDING MODE IS F.
000760     COPY ADQEMPM.
000770
000780 FD  ARCCICMAR
000790     RECORDING MODE IS F.
000800     COPY ADQWCIC.
000810
000820 FD  ARCRPTCIC
000830     RECORDING MODE IS F.
000840 01  REC-LINEA               PIC X(80).
000850
000860*----------------------------------------------------------*
000870*  MOVIMIENTO DE LA HISTORIA DENTRO DE LA VENTANA MAYOR;    *
000880*  LA SECUENCIA DE LECTURA CONSERVA EL ORDEN CRONOLOGICO    *
000890*  DENTRO DE CADA CLIENTE + PRODUCTO                        *
000900*----------------------------------------------------------*
000910 SD  ARCSRTWRK.
000920 01  SRT-REGISTRO.
000930     03  SRT-COD-UNICO       PIC 9(10).
000940     03  SRT-COD-PRODUCTO    PIC 9(03).
000950     03  SRT-SECUENCIA       PIC 9(09).
000960     03  SRT-OPERACION       PIC X(01).
000970         88  SRT-OPER-ALTA   VALUE 'A' SPACE.
000980         88  SRT-OPER-BAJA   VALUE 'B'.
000990     03  SRT-NROCTA          PIC X(20).
001000     03  SRT-RUC             PIC 9(11).
001010     03  SRT-SERIAL          PIC 9(07).
001020
001030 WORKING-STORAGE SECTION.
001040 01  TCW-INDICADORES-ARCHIVO.
001050     05  TCW-FS-HISWVC        PIC X(02).
001060         88  TCW-OK-HISWVC           VALUE '00'.
001070         88  TCW-NOENC-HISWVC        VALUE '35'.
001080         88  TCW-FIN-HISWVC          VALUE '10'.
001090     05  TCW-FS-PARWVC        PIC X(02).
001100         88  TCW-OK-PARWVC           VALUE '00'.
001110     05  TCW-FS-EMPLEAD       PIC X(02).
001120         88  TCW-OK-EMPLEAD          VALUE '00'.
001130         88  TCW-NOENC-EMPLEAD       VALUE '35'.
001140     05  TCW-FS-CICMAR        PIC X(02).
001150         88  TCW-OK-CICMAR           VALUE '00'.
001160     05  TCW-FS-RPTCIC        PIC X(02).
001170         88  TCW-OK-RPTCIC           VALUE '00'.
001180
001190 01  TCW-SWITCHES.
001200     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
001210         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
001220     05  TCW-SW-FINORDEN     PIC X(01) VALUE SPACE.
001230         88  TCW-FIN-DE-ORDENADO    VALUE 'S'.
001240     05  TCW-SW-CORTE        PIC X(01) VALUE SPACE.
001250         88  TCW-CORTE-ABIERTO      VALUE 'S'.
001260     05  TCW-SW-EMPLEAD-ABTO PIC X(01) VALUE SPACE.
001270         88  TCW-EMPLEAD-ABIERTO    VALUE 'S'.
001280
001290*----------------------------------------------------------*
001300*  VENTANAS Y UMBRALES. VALORES POR DEFECTO; SE             *
001310*  SOBRESCRIBEN DESDE ARCPARWVC (ADQWPAR) SI ESE ARCHIVO    *
001320*  EXISTE Y TRAE EL CAMPO                                   *
001330*----------------------------------------------------------*
001340 01  TCW-PARAMETROS.
001350     05  TCW-DIAS-CICLAJE    PIC 9(03) COMP VALUE 090.
001360     05  TCW-MIN-CICLOS      PIC 9(02) COMP VALUE 01.
001370     05  TCW-DIAS-ROTACION   PIC 9(03) COMP VALUE 180.
001380     05  TCW-MIN-CUENTAS     PIC 9(02) COMP VALUE 03.
001390     05  TCW-MIN-EMPLEAD     PIC 9(02) COMP VALUE 03.
001400
001410*----------------------------------------------------------*
001420*  CALCULO DE FECHAS EN DIAS CORRIDOS (SERIAL DESDE EL      *
001430*  01/01/2000, VENTANA AAMMDD 00-99), IGUAL QUE EN TCW9DEP  *
001440*----------------------------------------------------------*
001450 01  TCW-FECHAS-TRABAJO.
001460     05  TCW-FECHA-HOY       PIC 9(06).
001470     05  TCW-FECHA-EVAL      PIC 9(06).
001480     05  TCW-FECHA-EVAL-R    REDEFINES TCW-FECHA-EVAL.
001490         10  TCW-EVAL-AA     PIC 9(02).
001500         10  TCW-EVAL-MM     PIC 9(02).
001510         10  TCW-EVAL-DD     PIC 9(02).
001520     05  TCW-SERIAL-EVAL     PIC S9(07) COMP.
001530     05  TCW-SERIAL-HOY      PIC S9(07) COMP.
001540     05  TCW-CORTE-CICLAJE   PIC S9(07) COMP.
001550     05  TCW-CORTE-ROTACION  PIC S9(07) COMP.
001560     05  TCW-CORTE-MENOR     PIC S9(07) COMP.
001570     05  TCW-WK-BISIESTOS    PIC S9(05) COMP.
001580     05  TCW-WK-COCIENTE     PIC S9(05) COMP.
001590     05  TCW-WK-RESTO        PIC S9(05) COMP.
001600
001610 01  TCW-TABLA-DIAS-MES.
001620     05  TCW-DIAS-ACUM-TXT   PIC X(36) VALUE
001630         '000031059090120151181212243273304334'.
001640     05  TCW-DIAS-ACUM-R     REDEFINES TCW-DIAS-ACUM-TXT.
001650         10  TCW-DIAS-ACUM   PIC 9(03) OCCURS 12 TIMES.
001660
001670*----------------------------------------------------------*
001680*  CLIENTE EN CURSO DEL CORTE DE CONTROL: CICLOS DEL        *
001690*  PRODUCTO EN CURSO ('A' ALTA VISTA, 'B' BAJA DESPUES DE   *
001700*  UNA ALTA), CUENTAS Y EMPLEADORES DISTINTOS (HASTA 20)    *
001710*----------------------------------------------------------*
001720 01  TCW-CLIENTE-ACTUAL.
001730     05  TCW-COD-UNICO       PIC 9(10) VALUE ZERO.
001740     05  TCW-PRODUCTO-ACTUAL PIC 9(03) VALUE ZERO.
001750     05  TCW-ESTADO-CICLO    PIC X(01) VALUE SPACE.
001760         88  TCW-CICLO-CON-ALTA     VALUE 'A'.
001770         88  TCW-CICLO-CON-BAJA     VALUE 'B'.
001780     05  TCW-CLI-CICLOS      PIC 9(03) COMP VALUE ZERO.
001790     05  TCW-CLI-ULTIMO-RUC  PIC 9(11) VALUE ZERO.
001800     05  TCW-CANT-CTA        PIC 9(04) COMP VALUE ZERO.
001810     05  TCW-OCU-CTA         OCCURS 20 TIMES
001820                             INDEXED BY TCW-IX-CTA.
001830         10  TCW-CTA-NROCTA  PIC X(20).
001840     05  TCW-CANT-RUC        PIC 9(04) COMP VALUE ZERO.
001850     05  TCW-OCU-RUC         OCCURS 20 TIMES
001860                             INDEXED BY TCW-IX-RUC.
001870         10  TCW-RUC-NUMERO  PIC 9(11).
001880         10  TCW-RUC-SERIAL  PIC S9(07) COMP.
001890     05  TCW-CLI-EMPLEAD     PIC 9(04) COMP VALUE ZERO.
001900     05  TCW-CLI-PUNTAJE     PIC 9(05) COMP VALUE ZERO.
001910     05  TCW-CLI-MOTIVOS     PIC X(03) VALUE SPACE.
001920
001930*----------------------------------------------------------*
001940*  CLIENTES SENALADOS PARA EL RANKING (HASTA 1000). EL      *
001950*  PUNTAJE VALE 2 POR CICLO Y 1 POR CADA CUENTA Y CADA      *
001960*  EMPLEADOR DISTINTO DE LA VENTANA DE ROTACION             *
001970*----------------------------------------------------------*
001980 01  TCW-TABLA-CLIENTES.
001990     05  TCW-CANT-CLI        PIC 9(04) COMP VALUE ZERO.
002000     05  TCW-OCU-CLI         OCCURS 1000 TIMES
002010                             INDEXED BY TCW-IX-CLI.
002020         10  TCW-CLI-COD-UNICO
002030                             PIC 9(10).
002040         10  TCW-CLI-T-CICLOS
002050                             PIC 9(03) COMP.
002060         10  TCW-CLI-T-CUENTAS
002070                             PIC 9(03) COMP.
002080         10  TCW-CLI-T-EMPLEAD
002090                             PIC 9(03) COMP.
002100         10  TCW-CLI-T-PUNTAJE
002110                             PIC 9(05) COMP.
002120         10  TCW-CLI-T-MOTIVOS
002130                             PIC X(03).
002140         10  TCW-CLI-T-RUC   PIC 9(11).
002150         10  TCW-CLI-T-IMPRESO
002160                             PIC X(01).
002170             88  TCW-CLI-IMPRESO        VALUE 'S'.
002180
002190*----------------------------------------------------------*
002200*  EMPLEADORES DE LOS CLIENTES SENALADOS (HASTA 500)        *
002210*----------------------------------------------------------*
002220 01  TCW-TABLA-EMPLEADORES.
002230     05  TCW-CANT-EMP        PIC 9(04) COMP VALUE ZERO.
002240     05  TCW-OCU-EMP         OCCURS 500 TIMES
002250                             INDEXED BY TCW-IX-EMP.
002260         10  TCW-EMP-RUC     PIC 9(11).
002270         10  TCW-EMP-CLIENTES
002280                             PIC 9(05) COMP.
002290         10  TCW-EMP-CICLOS  PIC 9(05) COMP.
002300         10  TCW-EMP-PUNTAJE PIC 9(07) COMP.
002310         10  TCW-EMP-IMPRESO PIC X(01).
002320             88  TCW-EMP-YA-IMPRESO     VALUE 'S'.
002330
002340 01  TCW-WK-SUBS.
002350     05  TCW-WK-ENCONTRADO   PIC X(01).
002360         88  TCW-WK-HALLADO          VALUE 'S'.
002370     05  TCW-WK-CLI-LLENA    PIC X(01) VALUE SPACE.
002380         88  TCW-CLI-TABLA-LLENA     VALUE 'S'.
002390     05  TCW-WK-EMP-LLENA    PIC X(01) VALUE SPACE.
002400         88  TCW-EMP-TABLA-LLENA     VALUE 'S'.
002410     05  TCW-WK-RUC          PIC 9(11) VALUE ZERO.
002420     05  TCW-WK-POS-MAYOR    PIC 9(04) COMP VALUE ZERO.
002430     05  TCW-WK-RANKING      PIC 9(04) COMP VALUE ZERO.
002440
002450 01  TCW-CONTADORES.
002460     05  TCW-CNT-LEIDOS      PIC 9(09) COMP VALUE ZERO.
002470     05  TCW-CNT-EN-VENTANA  PIC 9(09) COMP VALUE ZERO.
002480     05  TCW-CNT-CLIENTES    PIC 9(07) COMP VALUE ZERO.
002490     05  TCW-CNT-SENALADOS   PIC 9(07) COMP VALUE ZERO.
002500     05  TCW-CNT-POR-CICLAJE PIC 9(07) COMP VALUE ZERO.
002510     05  TCW-CNT-POR-CUENTAS PIC 9(07) COMP VALUE ZERO.
002520     05  TCW-CNT-POR-EMPLEAD PIC 9(07) COMP VALUE ZERO.
002530
002540 01  TCW-LINEAS-REPORTE.
002550     05  TCW-LIN-TITULO.
002560         10  FILLER          PIC X(40) VALUE
002570             'CICLAJE DE AFILIACIONES - DIA          '.
002580         10  TCW-LT-FECHA    PIC 9(06).
002590         10  FILLER          PIC X(34) VALUE SPACE.
002600     05  TCW-LIN-VENTANAS.
002610         10  FILLER          PIC X(17) VALUE
002620             'VENTANA CICLAJE: '.
002630         10  TCW-LV-DIAS-CIC PIC ZZ9.
002640         10  FILLER          PIC X(11) VALUE ' DIAS MIN: '.
002650         10  TCW-LV-MIN-CIC  PIC Z9.
002660         10  FILLER          PIC X(12) VALUE '  ROTACION: '.
002670         10  TCW-LV-DIAS-ROT PIC ZZ9.
002680         10  FILLER          PIC X(11) VALUE ' DIAS CTAS:'.
002690         10  TCW-LV-MIN-CTA  PIC Z9.
002700         10  FILLER          PIC X(06) VALUE ' EMPL:'.
002710         10  TCW-LV-MIN-EMP  PIC Z9.
002720         10  FILLER          PIC X(11) VALUE SPACE.
002730     05  TCW-LIN-SIN-HISTORIA.
002740         10  FILLER          PIC X(40) VALUE
002750             'SIN HISTORIA ARCHISWVC: NADA QUE EVALUAR'.
002760         10  FILLER          PIC X(40) VALUE SPACE.
002770     05  TCW-LIN-TIT-CLIENTES.
002780         10  FILLER          PIC X(40) VALUE
002790             'RANKING POR CLIENTE (C=CICLAJE N=CUENTAS'.
002800         10  FILLER          PIC X(40) VALUE
002810             ' E=EMPLEADORES)                         '.
002820     05  TCW-LIN-COL-CLIENTES.
002830         10  FILLER          PIC X(40) VALUE
002840             '  NRO  CLIENTE      CIC   CTA   EMP   PU'.
002850         10  FILLER          PIC X(40) VALUE
002860             'NT.  MOT  ULTIMO RUC                    '.
002870     05  TCW-LIN-DET-CLIENTE.
002880         10  FILLER          PIC X(01) VALUE SPACE.
002890         10  TCW-LC-RANKING  PIC ZZZ9.
002900         10  FILLER          PIC X(02) VALUE SPACE.
002910         10  TCW-LC-COD-UNICO
002920                             PIC 9(10).
002930         10  FILLER          PIC X(03) VALUE SPACE.
002940         10  TCW-LC-CICLOS   PIC ZZ9.
002950         10  FILLER          PIC X(03) VALUE SPACE.
002960         10  TCW-LC-CUENTAS  PIC ZZ9.
002970         10  FILLER          PIC X(03) VALUE SPACE.
002980         10  TCW-LC-EMPLEAD  PIC ZZ9.
002990         10  FILLER          PIC X(03) VALUE SPACE.
003000         10  TCW-LC-PUNTAJE  PIC ZZZZ9.
003010         10  FILLER          PIC X(02) VALUE SPACE.
003020         10  TCW-LC-MOTIVOS  PIC X(03).
003030         10  FILLER          PIC X(02) VALUE SPACE.
003040         10  TCW-LC-RUC      PIC 9(11).
003050         10  FILLER          PIC X(19) VALUE SPACE.
003060     05  TCW-LIN-TIT-EMPLEAD.
003070         10  FILLER          PIC X(40) VALUE
003080             'RANKING POR EMPLEADOR DE LOS CLIENTES SE'.
003090         10  FILLER          PIC X(40) VALUE
003100             'NALADOS                                 '.
003110     05  TCW-LIN-COL-EMPLEAD.
003120         10  FILLER          PIC X(40) VALUE
003130             '  NRO  RUC         RAZON SOCIAL         '.
003140         10  FILLER          PIC X(40) VALUE
003150             '           CLIENT  CICLOS  PUNTAJE      '.
003160     05  TCW-LIN-DET-EMPLEAD.
003170         10  FILLER          PIC X(01) VALUE SPACE.
003180         10  TCW-LE-RANKING  PIC ZZZ9.
003190         10  FILLER          PIC X(02) VALUE SPACE.
003200         10  TCW-LE-RUC      PIC 9(11).
003210         10  FILLER          PIC X(01) VALUE SPACE.
003220         10  TCW-LE-RAZSOC   PIC X(30).
003230         10  FILLER          PIC X(02) VALUE SPACE.
003240         10  TCW-LE-CLIENTES PIC ZZ,ZZ9.
003250         10  FILLER          PIC X(02) VALUE SPACE.
003260         10  TCW-LE-CICLOS   PIC ZZ,ZZ9.
003270         10  FILLER          PIC X(02) VALUE SPACE.
003280         10  TCW-LE-PUNTAJE  PIC ZZZ,ZZ9.
003290         10  FILLER          PIC X(06) VALUE SPACE.
003300     05  TCW-LIN-DET-TOTAL.
003310         10  TCW-DT-NOMBRE   PIC X(22).
003320         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
003330
003340 PROCEDURE DIVISION.
003350*----------------------------------------------------------*
003360*  0000-MAINLINE - SELECCIONA LA HISTORIA DE LA VENTANA,    *
003370*                  LA ORDENA POR CLIENTE Y PRODUCTO Y LA    *
003380*                  EVALUA CON CORTE DE CONTROL POR CLIENTE  *
003390*----------------------------------------------------------*
003400 0000-MAINLINE SECTION.
003410     PERFORM 1000-INICIAL
003420         THRU 1000-INICIAL-EXIT
003430     SORT ARCSRTWRK
003440         ON ASCENDING KEY SRT-COD-UNICO
003450                          SRT-COD-PRODUCTO
003460                          SRT-SECUENCIA
003470         INPUT  PROCEDURE IS 2000-SELECCIONAR-HISTORIA
003480         OUTPUT PROCEDURE IS 3000-EVALUAR-ORDENADO
003490     PERFORM 7000-RANKING-CLIENTES
003500         THRU 7000-RANKING-CLIENTES-EXIT
003510     PERFORM 7500-RANKING-EMPLEADORES
003520         THRU 7500-RANKING-EMPLEADORES-EXIT
003530     PERFORM 8000-IMPRIMIR-TOTALES
003540         THRU 8000-IMPRIMIR-TOTALES-EXIT
003550     PERFORM 9000-FINAL
003560         THRU 9000-FINAL-EXIT
003570     GOBACK
003580     .
003590 0000-MAINLINE-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630*  1000-INICIAL - LEE VENTANAS Y UMBRALES, CALCULA LAS      *
003640*                 FECHAS DE CORTE Y ABRE LAS SALIDAS (LA    *
003650*                 HISTORIA LA ABRE EL PROCEDIMIENTO DE      *
003660*                 ENTRADA DEL SORT)                         *
003670*----------------------------------------------------------*
003680 1000-INICIAL SECTION.
003690     PERFORM 1100-LEER-PARAMETROS
003700         THRU 1100-LEER-PARAMETROS-EXIT
003710     ACCEPT TCW-FECHA-HOY FROM DATE
003720     MOVE TCW-FECHA-HOY TO TCW-FECHA-EVAL
003730     PERFORM 4000-CALCULAR-SERIAL
003740         THRU 4000-CALCULAR-SERIAL-EXIT
003750     MOVE TCW-SERIAL-EVAL TO TCW-SERIAL-HOY
003760     COMPUTE TCW-CORTE-CICLAJE =
003770         TCW-SERIAL-HOY - TCW-DIAS-CICLAJE
003780     COMPUTE TCW-CORTE-ROTACION =
003790         TCW-SERIAL-HOY - TCW-DIAS-ROTACION
003800     IF TCW-CORTE-CICLAJE < TCW-CORTE-ROTACION
003810         MOVE TCW-CORTE-CICLAJE  TO TCW-CORTE-MENOR
003820     ELSE
003830         MOVE TCW-CORTE-ROTACION TO TCW-CORTE-MENOR
003840     END-IF
003850     OPEN OUTPUT ARCCICMAR
003860     IF NOT TCW-OK-CICMAR
003870         DISPLAY 'TCWQCIC - ERROR AL ABRIR ARCCICMAR - STATUS '
003880             TCW-FS-CICMAR
003890         MOVE 8 TO RETURN-CODE
003900         GOBACK
003910     END-IF
003920     OPEN OUTPUT ARCRPTCIC
003930     IF NOT TCW-OK-RPTCIC
003940         DISPLAY 'TCWQCIC - ERROR AL ABRIR ARCRPTCIC - STATUS '
003950             TCW-FS-RPTCIC
003960         MOVE 8 TO RETURN-CODE
003970         GOBACK
003980     END-IF
003990     OPEN INPUT ARCEMPLEAD
004000     IF TCW-OK-EMPLEAD
004010         SET  TCW-EMPLEAD-ABIERTO TO TRUE
004020     END-IF
004030     MOVE TCW-FECHA-HOY     TO TCW-LT-FECHA
004040     WRITE REC-LINEA FROM TCW-LIN-TITULO
004050     MOVE TCW-DIAS-CICLAJE  TO TCW-LV-DIAS-CIC
004060     MOVE TCW-MIN-CICLOS    TO TCW-LV-MIN-CIC
004070     MOVE TCW-DIAS-ROTACION TO TCW-LV-DIAS-ROT
004080     MOVE TCW-MIN-CUENTAS   TO TCW-LV-MIN-CTA
004090     MOVE TCW-MIN-EMPLEAD   TO TCW-LV-MIN-EMP
004100     WRITE REC-LINEA FROM TCW-LIN-VENTANAS
004110     .
004120 1000-INICIAL-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160*  1100-LEER-PARAMETROS - LEE VENTANAS Y UMBRALES DE        *
004170*                         ARCPARWVC; SI NO EXISTE, O EL     *
004180*                         REGISTRO ES ANTERIOR A ESTOS      *
004190*                         CAMPOS, SE CONSERVAN LOS VALORES  *
004200*                         POR DEFECTO                       *
004210*----------------------------------------------------------*
004220 1100-LEER-PARAMETROS SECTION.
004230     OPEN INPUT ARCPARWVC
004240     IF NOT TCW-OK-PARWVC
004250         GO TO 1100-LEER-PARAMETROS-EXIT
004260     END-IF
004270     READ ARCPARWVC
004280         AT END
004290             CONTINUE
004300     END-READ
004310     IF TCW-OK-PARWVC
004320         IF PAR-DIAS-CICLAJE NUMERIC AND PAR-DIAS-CICLAJE > ZERO
004330             MOVE PAR-DIAS-CICLAJE  TO TCW-DIAS-CICLAJE
004340         END-IF
004350         IF PAR-MIN-CICLOS NUMERIC AND PAR-MIN-CICLOS > ZERO
004360             MOVE PAR-MIN-CICLOS    TO TCW-MIN-CICLOS
004370         END-IF
004380         IF PAR-DIAS-ROTACION NUMERIC
004390            AND PAR-DIAS-ROTACION > ZERO
004400             MOVE PAR-DIAS-ROTACION TO TCW-DIAS-ROTACION
004410         END-IF
004420         IF PAR-MIN-CUENTAS NUMERIC AND PAR-MIN-CUENTAS > ZERO
004430             MOVE PAR-MIN-CUENTAS   TO TCW-MIN-CUENTAS
004440         END-IF
004450         IF PAR-MIN-EMPLEAD NUMERIC AND PAR-MIN-EMPLEAD > ZERO
004460             MOVE PAR-MIN-EMPLEAD   TO TCW-MIN-EMPLEAD
004470         END-IF
004480     END-IF
004490     CLOSE ARCPARWVC
004500     .
004510 1100-LEER-PARAMETROS-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------*
004550*  2000-SELECCIONAR-HISTORIA - PROCEDIMIENTO DE ENTRADA DEL *
004560*                              SORT: LIBERA LOS MOVIMIENTOS *
004570*                              DE LA VENTANA MAYOR          *
004580*----------------------------------------------------------*
004590 2000-SELECCIONAR-HISTORIA SECTION.
004600     OPEN INPUT ARCHISWVC
004610     IF NOT TCW-OK-HISWVC
004620         WRITE REC-LINEA FROM TCW-LIN-SIN-HISTORIA
004630         GO TO 2000-SELECCIONAR-HISTORIA-EXIT
004640     END-IF
004650     PERFORM 2100-LEER-HISTORIA
004660         THRU 2100-LEER-HISTORIA-EXIT
004670     PERFORM 2200-UN-MOVIMIENTO
004680         THRU 2200-UN-MOVIMIENTO-EXIT
004690             UNTIL TCW-FIN-DE-ARCHIVO
004700     CLOSE ARCHISWVC
004710     .
004720 2000-SELECCIONAR-HISTORIA-EXIT.
004730     EXIT.
004740
004750 2100-LEER-HISTORIA SECTION.
004760     READ ARCHISWVC
004770         AT END
004780             SET  TCW-FIN-DE-ARCHIVO TO TRUE
004790     END-READ
004800     .
004810 2100-LEER-HISTORIA-EXIT.
004820     EXIT.
004830
004840 2200-UN-MOVIMIENTO SECTION.
004850     ADD 1 TO TCW-CNT-LEIDOS
004860     IF HIS-FECHA NOT NUMERIC
004870         GO TO 2200-UN-MOVIMIENTO-SIGUIENTE
004880     END-IF
004890     MOVE HIS-FECHA TO TCW-FECHA-EVAL
004900     PERFORM 4000-CALCULAR-SERIAL
004910         THRU 4000-CALCULAR-SERIAL-EXIT
004920     IF TCW-SERIAL-EVAL < TCW-CORTE-MENOR
004930        OR TCW-SERIAL-EVAL > TCW-SERIAL-HOY
004940         GO TO 2200-UN-MOVIMIENTO-SIGUIENTE
004950     END-IF
004960     ADD 1 TO TCW-CNT-EN-VENTANA
004970     MOVE HIS-COD-UNICO    TO SRT-COD-UNICO
004980     MOVE HIS-COD-PRODUCTO TO SRT-COD-PRODUCTO
004990     MOVE TCW-CNT-LEIDOS   TO SRT-SECUENCIA
005000     MOVE HIS-OPERACION    TO SRT-OPERACION
005010     MOVE HIS-NROCTA       TO SRT-NROCTA
005020     MOVE HIS-RUC          TO SRT-RUC
005030     MOVE TCW-SERIAL-EVAL  TO SRT-SERIAL
005040     RELEASE SRT-REGISTRO
005050     .
005060 2200-UN-MOVIMIENTO-SIGUIENTE.
005070     PERFORM 2100-LEER-HISTORIA
005080         THRU 2100-LEER-HISTORIA-EXIT
005090     .
005100 2200-UN-MOVIMIENTO-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------*
005140*  3000-EVALUAR-ORDENADO - PROCEDIMIENTO DE SALIDA DEL      *
005150*                          SORT: RECORRE LOS MOVIMIENTOS    *
005160*                          CON CORTE POR CLIENTE            *
005170*----------------------------------------------------------*
005180 3000-EVALUAR-ORDENADO SECTION.
005190     PERFORM 3100-RETORNAR-ORDENADO
005200         THRU 3100-RETORNAR-ORDENADO-EXIT
005210     PERFORM 3200-UN-MOVIMIENTO-ORDENADO
005220         THRU 3200-UN-MOVIMIENTO-ORDENADO-EXIT
005230             UNTIL TCW-FIN-DE-ORDENADO
005240     IF TCW-CORTE-ABIERTO
005250         PERFORM 3500-CERRAR-CLIENTE
005260             THRU 3500-CERRAR-CLIENTE-EXIT
005270     END-IF
005280     .
005290 3000-EVALUAR-ORDENADO-EXIT.
005300     EXIT.
005310
005320 3100-RETORNAR-ORDENADO SECTION.
005330     RETURN ARCSRTWRK
005340         AT END
005350             SET  TCW-FIN-DE-ORDENADO TO TRUE
005360     END-RETURN
005370     .
005380 3100-RETORNAR-ORDENADO-EXIT.
005390     EXIT.
005400
005410 3200-UN-MOVIMIENTO-ORDENADO SECTION.
005420     IF NOT TCW-CORTE-ABIERTO
005430        OR SRT-COD-UNICO NOT = TCW-COD-UNICO
005440         IF TCW-CORTE-ABIERTO
005450             PERFORM 3500-CERRAR-CLIENTE
005460                 THRU 3500-CERRAR-CLIENTE-EXIT
005470         END-IF
005480         PERFORM 3300-ABRIR-CLIENTE
005490             THRU 3300-ABRIR-CLIENTE-EXIT
005500     END-IF
005510     IF SRT-COD-PRODUCTO NOT = TCW-PRODUCTO-ACTUAL
005520         MOVE SRT-COD-PRODUCTO TO TCW-PRODUCTO-ACTUAL
005530         MOVE SPACE            TO TCW-ESTADO-CICLO
005540     END-IF
005550     IF SRT-RUC NOT = ZERO
005560         MOVE SRT-RUC TO TCW-CLI-ULTIMO-RUC
005570     END-IF
005580     IF SRT-SERIAL NOT < TCW-CORTE-CICLAJE
005590         PERFORM 3400-SEGUIR-CICLO
005600             THRU 3400-SEGUIR-CICLO-EXIT
005610     END-IF
005620     IF SRT-SERIAL NOT < TCW-CORTE-ROTACION
005630         PERFORM 3410-REGISTRAR-CUENTA
005640             THRU 3410-REGISTRAR-CUENTA-EXIT
005650         PERFORM 3420-REGISTRAR-EMPLEADOR
005660             THRU 3420-REGISTRAR-EMPLEADOR-EXIT
005670     END-IF
005680     PERFORM 3100-RETORNAR-ORDENADO
005690         THRU 3100-RETORNAR-ORDENADO-EXIT
005700     .
005710 3200-UN-MOVIMIENTO-ORDENADO-EXIT.
005720     EXIT.
005730
005740 3300-ABRIR-CLIENTE SECTION.
005750     SET  TCW-CORTE-ABIERTO TO TRUE
005760     ADD 1 TO TCW-CNT-CLIENTES
005770     MOVE SRT-COD-UNICO    TO TCW-COD-UNICO
005780     MOVE SRT-COD-PRODUCTO TO TCW-PRODUCTO-ACTUAL
005790     MOVE SPACE            TO TCW-ESTADO-CICLO
005800     MOVE ZERO             TO TCW-CLI-CICLOS
005810     MOVE ZERO             TO TCW-CLI-ULTIMO-RUC
005820     MOVE ZERO             TO TCW-CANT-CTA
005830     MOVE ZERO             TO TCW-CANT-RUC
005840     .
005850 3300-ABRIR-CLIENTE-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------*
005890*  3400-SEGUIR-CICLO - UNA ALTA QUE SIGUE A UNA BAJA QUE A  *
005900*                      SU VEZ SIGUIO A UNA ALTA DEL MISMO   *
005910*                      PRODUCTO, TODAS EN LA VENTANA, ES UN *
005920*                      CICLO. LA MODIFICACION NO CUENTA     *
005930*----------------------------------------------------------*
005940 3400-SEGUIR-CICLO SECTION.
005950     EVALUATE TRUE
005960         WHEN SRT-OPER-ALTA
005970             IF TCW-CICLO-CON-BAJA
005980                 ADD 1 TO TCW-CLI-CICLOS
005990             END-IF
006000             SET  TCW-CICLO-CON-ALTA TO TRUE
006010         WHEN SRT-OPER-BAJA
006020             IF TCW-CICLO-CON-ALTA
006030                 SET  TCW-CICLO-CON-BAJA TO TRUE
006040             END-IF
006050         WHEN OTHER
006060             CONTINUE
006070     END-EVALUATE
006080     .
006090 3400-SEGUIR-CICLO-EXIT.
006100     EXIT.
006110
006120 3410-REGISTRAR-CUENTA SECTION.
006130     IF SRT-NROCTA = SPACE
006140         GO TO 3410-REGISTRAR-CUENTA-EXIT
006150     END-IF
006160     MOVE 'N' TO TCW-WK-ENCONTRADO
006170     SET  TCW-IX-CTA TO 1
006180     PERFORM 3411-COMPARAR-UNA-CUENTA
006190         THRU 3411-COMPARAR-UNA-CUENTA-EXIT
006200             UNTIL TCW-IX-CTA > TCW-CANT-CTA
006210                OR TCW-WK-HALLADO
006220     IF NOT TCW-WK-HALLADO AND TCW-CANT-CTA < 20
006230         ADD 1 TO TCW-CANT-CTA
006240         SET  TCW-IX-CTA TO TCW-CANT-CTA
006250         MOVE SRT-NROCTA TO TCW-CTA-NROCTA(TCW-IX-CTA)
006260     END-IF
006270     .
006280 3410-REGISTRAR-CUENTA-EXIT.
006290     EXIT.
006300
006310 3411-COMPARAR-UNA-CUENTA SECTION.
006320     IF TCW-CTA-NROCTA(TCW-IX-CTA) = SRT-NROCTA
006330         SET  TCW-WK-HALLADO TO TRUE
006340     ELSE
006350         SET  TCW-IX-CTA UP BY 1
006360     END-IF
006370     .
006380 3411-COMPARAR-UNA-CUENTA-EXIT.
006390     EXIT.
006400
006410 3420-REGISTRAR-EMPLEADOR SECTION.
006420     IF SRT-RUC = ZERO
006430         GO TO 3420-REGISTRAR-EMPLEADOR-EXIT
006440     END-IF
006450     MOVE 'N' TO TCW-WK-ENCONTRADO
006460     SET  TCW-IX-RUC TO 1
006470     PERFORM 3421-COMPARAR-UN-RUC
006480         THRU 3421-COMPARAR-UN-RUC-EXIT
006490             UNTIL TCW-IX-RUC > TCW-CANT-RUC
006500                OR TCW-WK-HALLADO
006510     IF NOT TCW-WK-HALLADO AND TCW-CANT-RUC < 20
006520         ADD 1 TO TCW-CANT-RUC
006530         SET  TCW-IX-RUC TO TCW-CANT-RUC
006540         MOVE SRT-RUC TO TCW-RUC-NUMERO(TCW-IX-RUC)
006550     END-IF
006560     .
006570 3420-REGISTRAR-EMPLEADOR-EXIT.
006580     EXIT.
006590
006600 3421-COMPARAR-UN-RUC SECTION.
006610     IF TCW-RUC-NUMERO(TCW-IX-RUC) = SRT-RUC
006620         SET  TCW-WK-HALLADO TO TRUE
006630     ELSE
006640         SET  TCW-IX-RUC UP BY 1
006650     END-IF
006660     .
006670 3421-COMPARAR-UN-RUC-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------*
006710*  3500-CERRAR-CLIENTE - COMPARA LOS INDICADORES DEL        *
006720*                        CLIENTE CON SUS UMBRALES Y, SI     *
006730*                        SUPERA ALGUNO, LO SENALA           *
006740*----------------------------------------------------------*
006750 3500-CERRAR-CLIENTE SECTION.
006760     MOVE SPACE TO TCW-CLI-MOTIVOS
006770     IF TCW-CLI-CICLOS NOT < TCW-MIN-CICLOS
006780         MOVE 'C' TO TCW-CLI-MOTIVOS(1:1)
006790         ADD 1 TO TCW-CNT-POR-CICLAJE
006800     END-IF
006810     IF TCW-CANT-CTA NOT < TCW-MIN-CUENTAS
006820         MOVE 'N' TO TCW-CLI-MOTIVOS(2:1)
006830         ADD 1 TO TCW-CNT-POR-CUENTAS
006840     END-IF
006850     IF TCW-CANT-RUC NOT < TCW-MIN-EMPLEAD
006860         MOVE 'E' TO TCW-CLI-MOTIVOS(3:1)
006870         ADD 1 TO TCW-CNT-POR-EMPLEAD
006880     END-IF
006890     IF TCW-CLI-MOTIVOS = SPACE
006900         GO TO 3500-CERRAR-CLIENTE-EXIT
006910     END-IF
006920     ADD 1 TO TCW-CNT-SENALADOS
006930     COMPUTE TCW-CLI-PUNTAJE =
006940         TCW-CLI-CICLOS * 2 + TCW-CANT-CTA + TCW-CANT-RUC
006950     PERFORM 3600-GRABAR-SENALADO
006960         THRU 3600-GRABAR-SENALADO-EXIT
006970     PERFORM 3700-AGREGAR-AL-RANKING
006980         THRU 3700-AGREGAR-AL-RANKING-EXIT
006990     PERFORM 3800-SUMAR-A-EMPLEADOR
007000         THRU 3800-SUMAR-A-EMPLEADOR-EXIT
007010             VARYING TCW-IX-RUC FROM 1 BY 1
007020             UNTIL TCW-IX-RUC > TCW-CANT-RUC
007030     .
007040 3500-CERRAR-CLIENTE-EXIT.
007050     EXIT.
007060
007070 3600-GRABAR-SENALADO SECTION.
007080     MOVE TCW-COD-UNICO      TO CIC-COD-UNICO
007090     MOVE TCW-FECHA-HOY      TO CIC-FECHA
007100     MOVE TCW-CLI-CICLOS     TO CIC-CICLOS
007110     MOVE TCW-CANT-CTA       TO CIC-CUENTAS
007120     MOVE TCW-CANT-RUC       TO CIC-EMPLEADORES
007130     MOVE TCW-CLI-PUNTAJE    TO CIC-PUNTAJE
007140     MOVE TCW-CLI-MOTIVOS    TO CIC-MOTIVOS
007150     MOVE TCW-CLI-ULTIMO-RUC TO CIC-ULTIMO-RUC
007160     MOVE SPACE              TO CIC-FILLER
007170     WRITE ADQWCIC
007180         INVALID KEY
007190             DISPLAY 'TCWQCIC - NO SE GRABO EL SENALADO '
007200                 TCW-COD-UNICO ' - STATUS ' TCW-FS-CICMAR
007210     END-WRITE
007220     .
007230 3600-GRABAR-SENALADO-EXIT.
007240     EXIT.
007250
007260 3700-AGREGAR-AL-RANKING SECTION.
007270     IF TCW-CANT-CLI NOT < 1000
007280         IF NOT TCW-CLI-TABLA-LLENA
007290             DISPLAY 'TCWQCIC - TABLA DE CLIENTES LLENA '
007300                 '(1000) - EL RANKING YA NO ES COMPLETO'
007310             SET  TCW-CLI-TABLA-LLENA TO TRUE
007320         END-IF
007330         GO TO 3700-AGREGAR-AL-RANKING-EXIT
007340     END-IF
007350     ADD 1 TO TCW-CANT-CLI
007360     SET  TCW-IX-CLI TO TCW-CANT-CLI
007370     MOVE TCW-COD-UNICO      TO TCW-CLI-COD-UNICO(TCW-IX-CLI)
007380     MOVE TCW-CLI-CICLOS     TO TCW-CLI-T-CICLOS(TCW-IX-CLI)
007390     MOVE TCW-CANT-CTA       TO TCW-CLI-T-CUENTAS(TCW-IX-CLI)
007400     MOVE TCW-CANT-RUC       TO TCW-CLI-T-EMPLEAD(TCW-IX-CLI)
007410     MOVE TCW-CLI-PUNTAJE    TO TCW-CLI-T-PUNTAJE(TCW-IX-CLI)
007420     MOVE TCW-CLI-MOTIVOS    TO TCW-CLI-T-MOTIVOS(TCW-IX-CLI)
007430     MOVE TCW-CLI-ULTIMO-RUC TO TCW-CLI-T-RUC(TCW-IX-CLI)
007440     MOVE SPACE              TO TCW-CLI-T-IMPRESO(TCW-IX-CLI)
007450     .
007460 3700-AGREGAR-AL-RANKING-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------*
007500*  3800-SUMAR-A-EMPLEADOR - CADA EMPLEADOR DEL CLIENTE EN   *
007510*                           LA VENTANA SUMA EL CLIENTE, SUS *
007520*                           CICLOS Y SU PUNTAJE             *
007530*----------------------------------------------------------*
007540 3800-SUMAR-A-EMPLEADOR SECTION.
007550     MOVE TCW-RUC-NUMERO(TCW-IX-RUC) TO TCW-WK-RUC
007560     PERFORM 5000-UBICAR-EMPLEADOR
007570         THRU 5000-UBICAR-EMPLEADOR-EXIT
007580     IF TCW-WK-HALLADO
007590         ADD 1               TO TCW-EMP-CLIENTES(TCW-IX-EMP)
007600         ADD TCW-CLI-CICLOS  TO TCW-EMP-CICLOS(TCW-IX-EMP)
007610         ADD TCW-CLI-PUNTAJE TO TCW-EMP-PUNTAJE(TCW-IX-EMP)
007620     END-IF
007630     .
007640 3800-SUMAR-A-EMPLEADOR-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------*
007680*  4000-CALCULAR-SERIAL - CONVIERTE TCW-FECHA-EVAL (AAMMDD) *
007690*                         EN DIAS CORRIDOS DESDE EL         *
007700*                         01/01/2000, CONTEMPLANDO LOS      *
007710*                         BISIESTOS DE LA VENTANA 2000-2099 *
007720*----------------------------------------------------------*
007730 4000-CALCULAR-SERIAL SECTION.
007740     IF TCW-EVAL-MM < 1 OR TCW-EVAL-MM > 12
007750         MOVE 9999999 TO TCW-SERIAL-EVAL
007760         GO TO 4000-CALCULAR-SERIAL-EXIT
007770     END-IF
007780     COMPUTE TCW-WK-BISIESTOS = (TCW-EVAL-AA + 3) / 4
007790     COMPUTE TCW-SERIAL-EVAL = TCW-EVAL-AA * 365
007800         + TCW-WK-BISIESTOS
007810         + TCW-DIAS-ACUM(TCW-EVAL-MM)
007820         + TCW-EVAL-DD
007830     DIVIDE TCW-EVAL-AA BY 4
007840         GIVING TCW-WK-COCIENTE REMAINDER TCW-WK-RESTO
007850     IF TCW-WK-RESTO = ZERO AND TCW-EVAL-MM > 2
007860         ADD 1 TO TCW-SERIAL-EVAL
007870     END-IF
007880     .
007890 4000-CALCULAR-SERIAL-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------*
007930*  5000-UBICAR-EMPLEADOR - BUSCA TCW-WK-RUC EN LA TABLA DE  *
007940*                          EMPLEADORES Y DEJA TCW-IX-EMP    *
007950*                          POSICIONADO; SI NO ESTA LO       *
007960*                          AGREGA EN CERO                   *
007970*----------------------------------------------------------*
007980 5000-UBICAR-EMPLEADOR SECTION.
007990     MOVE 'N' TO TCW-WK-ENCONTRADO
008000     SET  TCW-IX-EMP TO 1
008010     PERFORM 5100-COMPARAR-UN-EMP
008020         THRU 5100-COMPARAR-UN-EMP-EXIT
008030             UNTIL TCW-IX-EMP > TCW-CANT-EMP
008040                OR TCW-WK-HALLADO
008050     IF TCW-WK-HALLADO
008060         GO TO 5000-UBICAR-EMPLEADOR-EXIT
008070     END-IF
008080     IF TCW-CANT-EMP < 500
008090         ADD 1 TO TCW-CANT-EMP
008100         SET  TCW-IX-EMP TO TCW-CANT-EMP
008110         MOVE TCW-WK-RUC TO TCW-EMP-RUC(TCW-IX-EMP)
008120         MOVE ZERO       TO TCW-EMP-CLIENTES(TCW-IX-EMP)
008130         MOVE ZERO       TO TCW-EMP-CICLOS(TCW-IX-EMP)
008140         MOVE ZERO       TO TCW-EMP-PUNTAJE(TCW-IX-EMP)
008150         MOVE SPACE      TO TCW-EMP-IMPRESO(TCW-IX-EMP)
008160         SET  TCW-WK-HALLADO TO TRUE
008170     ELSE
008180         IF NOT TCW-EMP-TABLA-LLENA
008190             DISPLAY 'TCWQCIC - TABLA DE EMPLEADORES LLENA '
008200                 '(500) - EL RANKING YA NO ES COMPLETO'
008210             SET  TCW-EMP-TABLA-LLENA TO TRUE
008220         END-IF
008230     END-IF
008240     .
008250 5000-UBICAR-EMPLEADOR-EXIT.
008260     EXIT.
008270
008280 5100-COMPARAR-UN-EMP SECTION.
008290     IF TCW-EMP-RUC(TCW-IX-EMP) = TCW-WK-RUC
008300         SET  TCW-WK-HALLADO TO TRUE
008310     ELSE
008320         SET  TCW-IX-EMP UP BY 1
008330     END-IF
008340     .
008350 5100-COMPARAR-UN-EMP-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------*
008390*  7000-RANKING-CLIENTES - IMPRIME LOS CLIENTES SENALADOS   *
008400*                          DE MAYOR A MENOR PUNTAJE         *
008410*----------------------------------------------------------*
008420 7000-RANKING-CLIENTES SECTION.
008430     MOVE SPACE TO REC-LINEA
008440     WRITE REC-LINEA
008450     WRITE REC-LINEA FROM TCW-LIN-TIT-CLIENTES
008460     WRITE REC-LINEA FROM TCW-LIN-COL-CLIENTES
008470     MOVE ZERO TO TCW-WK-RANKING
008480     PERFORM 7100-EMITIR-MAYOR-CLIENTE
008490         THRU 7100-EMITIR-MAYOR-CLIENTE-EXIT
008500             TCW-CANT-CLI TIMES
008510     .
008520 7000-RANKING-CLIENTES-EXIT.
008530     EXIT.
008540
008550 7100-EMITIR-MAYOR-CLIENTE SECTION.
008560     MOVE ZERO TO TCW-WK-POS-MAYOR
008570     PERFORM 7110-COMPARAR-UN-CLIENTE
008580         THRU 7110-COMPARAR-UN-CLIENTE-EXIT
008590             VARYING TCW-IX-CLI FROM 1 BY 1
008600             UNTIL TCW-IX-CLI > TCW-CANT-CLI
008610     IF TCW-WK-POS-MAYOR = ZERO
008620         GO TO 7100-EMITIR-MAYOR-CLIENTE-EXIT
008630     END-IF
008640     SET  TCW-IX-CLI TO TCW-WK-POS-MAYOR
008650     SET  TCW-CLI-IMPRESO(TCW-IX-CLI) TO TRUE
008660     ADD 1 TO TCW-WK-RANKING
008670     MOVE TCW-WK-RANKING                 TO TCW-LC-RANKING
008680     MOVE TCW-CLI-COD-UNICO(TCW-IX-CLI)  TO TCW-LC-COD-UNICO
008690     MOVE TCW-CLI-T-CICLOS(TCW-IX-CLI)   TO TCW-LC-CICLOS
008700     MOVE TCW-CLI-T-CUENTAS(TCW-IX-CLI)  TO TCW-LC-CUENTAS
008710     MOVE TCW-CLI-T-EMPLEAD(TCW-IX-CLI)  TO TCW-LC-EMPLEAD
008720     MOVE TCW-CLI-T-PUNTAJE(TCW-IX-CLI)  TO TCW-LC-PUNTAJE
008730     MOVE TCW-CLI-T-MOTIVOS(TCW-IX-CLI)  TO TCW-LC-MOTIVOS
008740     MOVE TCW-CLI-T-RUC(TCW-IX-CLI)      TO TCW-LC-RUC
008750     WRITE REC-LINEA FROM TCW-LIN-DET-CLIENTE
008760     .
008770 7100-EMITIR-MAYOR-CLIENTE-EXIT.
008780     EXIT.
008790
008800 7110-COMPARAR-UN-CLIENTE SECTION.
008810     IF TCW-CLI-IMPRESO(TCW-IX-CLI)
008820         GO TO 7110-COMPARAR-UN-CLIENTE-EXIT
008830     END-IF
008840     IF TCW-WK-POS-MAYOR = ZERO
008850         SET  TCW-WK-POS-MAYOR TO TCW-IX-CLI
008860         GO TO 7110-COMPARAR-UN-CLIENTE-EXIT
008870     END-IF
008880     IF TCW-CLI-T-PUNTAJE(TCW-IX-CLI) >
008890        TCW-CLI-T-PUNTAJE(TCW-WK-POS-MAYOR)
008900         SET  TCW-WK-POS-MAYOR TO TCW-IX-CLI
008910     END-IF
008920     .
008930 7110-COMPARAR-UN-CLIENTE-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------*
008970*  7500-RANKING-EMPLEADORES - IMPRIME LOS EMPLEADORES DE    *
008980*                             MAYOR A MENOR CANTIDAD DE     *
008990*                             CLIENTES SENALADOS (A IGUAL   *
009000*                             CANTIDAD, MAYOR PUNTAJE)      *
009010*----------------------------------------------------------*
009020 7500-RANKING-EMPLEADORES SECTION.
009030     MOVE SPACE TO REC-LINEA
009040     WRITE REC-LINEA
009050     WRITE REC-LINEA FROM TCW-LIN-TIT-EMPLEAD
009060     WRITE REC-LINEA FROM TCW-LIN-COL-EMPLEAD
009070     MOVE ZERO TO TCW-WK-RANKING
009080     PERFORM 7600-EMITIR-MAYOR-EMPLEADOR
009090         THRU 7600-EMITIR-MAYOR-EMPLEADOR-EXIT
009100             TCW-CANT-EMP TIMES
009110     .
009120 7500-RANKING-EMPLEADORES-EXIT.
009130     EXIT.
009140
009150 7600-EMITIR-MAYOR-EMPLEADOR SECTION.
009160     MOVE ZERO TO TCW-WK-POS-MAYOR
009170     PERFORM 7610-COMPARAR-UN-EMPLEADOR
009180         THRU 7610-COMPARAR-UN-EMPLEADOR-EXIT
009190             VARYING TCW-IX-EMP FROM 1 BY 1
009200             UNTIL TCW-IX-EMP > TCW-CANT-EMP
009210     IF TCW-WK-POS-MAYOR = ZERO
009220         GO TO 7600-EMITIR-MAYOR-EMPLEADOR-EXIT
009230     END-IF
009240     SET  TCW-IX-EMP TO TCW-WK-POS-MAYOR
009250     SET  TCW-EMP-YA-IMPRESO(TCW-IX-EMP) TO TRUE
009260     ADD 1 TO TCW-WK-RANKING
009270     MOVE TCW-WK-RANKING               TO TCW-LE-RANKING
009280     MOVE TCW-EMP-RUC(TCW-IX-EMP)      TO TCW-LE-RUC
009290     PERFORM 8200-BUSCAR-RAZON-SOCIAL
009300         THRU 8200-BUSCAR-RAZON-SOCIAL-EXIT
009310     MOVE TCW-EMP-CLIENTES(TCW-IX-EMP) TO TCW-LE-CLIENTES
009320     MOVE TCW-EMP-CICLOS(TCW-IX-EMP)   TO TCW-LE-CICLOS
009330     MOVE TCW-EMP-PUNTAJE(TCW-IX-EMP)  TO TCW-LE-PUNTAJE
009340     WRITE REC-LINEA FROM TCW-LIN-DET-EMPLEAD
009350     .
009360 7600-EMITIR-MAYOR-EMPLEADOR-EXIT.
009370     EXIT.
009380
009390 7610-COMPARAR-UN-EMPLEADOR SECTION.
009400     IF TCW-EMP-YA-IMPRESO(TCW-IX-EMP)
009410         GO TO 7610-COMPARAR-UN-EMPLEADOR-EXIT
009420     END-IF
009430     IF TCW-WK-POS-MAYOR = ZERO
009440         SET  TCW-WK-POS-MAYOR TO TCW-IX-EMP
009450         GO TO 7610-COMPARAR-UN-EMPLEADOR-EXIT
009460     END-IF
009470     IF TCW-EMP-CLIENTES(TCW-IX-EMP) >
009480        TCW-EMP-CLIENTES(TCW-WK-POS-MAYOR)
009490        OR (TCW-EMP-CLIENTES(TCW-IX-EMP) =
009500            TCW-EMP-CLIENTES(TCW-WK-POS-MAYOR)
009510        AND TCW-EMP-PUNTAJE(TCW-IX-EMP) >
009520            TCW-EMP-PUNTAJE(TCW-WK-POS-MAYOR))
009530         SET  TCW-WK-POS-MAYOR TO TCW-IX-EMP
009540     END-IF
009550     .
009560 7610-COMPARAR-UN-EMPLEADOR-EXIT.
009570     EXIT.
009580
009590*----------------------------------------------------------*
009600*  8000-IMPRIMIR-TOTALES - RESUMEN DE LA EVALUACION         *
009610*----------------------------------------------------------*
009620 8000-IMPRIMIR-TOTALES SECTION.
009630     MOVE SPACE TO REC-LINEA
009640     WRITE REC-LINEA
009650     MOVE 'MOVIMIENTOS LEIDOS    ' TO TCW-DT-NOMBRE
009660     MOVE TCW-CNT-LEIDOS           TO TCW-DT-CANT
009670     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009680     MOVE 'EN LA VENTANA         ' TO TCW-DT-NOMBRE
009690     MOVE TCW-CNT-EN-VENTANA       TO TCW-DT-CANT
009700     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009710     MOVE 'CLIENTES EVALUADOS    ' TO TCW-DT-NOMBRE
009720     MOVE TCW-CNT-CLIENTES         TO TCW-DT-CANT
009730     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009740     MOVE 'CLIENTES SENALADOS    ' TO TCW-DT-NOMBRE
009750     MOVE TCW-CNT-SENALADOS        TO TCW-DT-CANT
009760     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009770     MOVE '  POR CICLAJE         ' TO TCW-DT-NOMBRE
009780     MOVE TCW-CNT-POR-CICLAJE      TO TCW-DT-CANT
009790     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009800     MOVE '  POR CUENTAS         ' TO TCW-DT-NOMBRE
009810     MOVE TCW-CNT-POR-CUENTAS      TO TCW-DT-CANT
009820     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009830     MOVE '  POR EMPLEADORES     ' TO TCW-DT-NOMBRE
009840     MOVE TCW-CNT-POR-EMPLEAD      TO TCW-DT-CANT
009850     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
009860     .
009870 8000-IMPRIMIR-TOTALES-EXIT.
009880     EXIT.
009890
009900 8200-BUSCAR-RAZON-SOCIAL SECTION.
009910     MOVE SPACE TO TCW-LE-RAZSOC
009920     IF NOT TCW-EMPLEAD-ABIERTO
009930         MOVE 'EMPLEADOR NO REGISTRADO' TO TCW-LE-RAZSOC
009940         GO TO 8200-BUSCAR-RAZON-SOCIAL-EXIT
009950     END-IF
009960     MOVE TCW-EMP-RUC(TCW-IX-EMP) TO EMP-RUC
009970     READ ARCEMPLEAD
009980         KEY IS EMP-RUC
009990         INVALID KEY
010000             MOVE 'EMPLEADOR NO REGISTRADO' TO TCW-LE-RAZSOC
010010             GO TO 8200-BUSCAR-RAZON-SOCIAL-EXIT
010020     END-READ
010030     MOVE EMP-RAZON-SOCIAL TO TCW-LE-RAZSOC
010040     .
010050 8200-BUSCAR-RAZON-SOCIAL-EXIT.
010060     EXIT.
010070
010080*----------------------------------------------------------*
010090*  9000-FINAL - CIERRA ARCHIVOS E INFORMA EL RESUMEN        *
010100*----------------------------------------------------------*
010110 9000-FINAL SECTION.
010120     CLOSE ARCCICMAR
010130     IF TCW-EMPLEAD-ABIERTO
010140         CLOSE ARCEMPLEAD
010150     END-IF
010160     CLOSE ARCRPTCIC
010170     DISPLAY 'TCWQCIC - CICLAJE DE AFILIACIONES'
010180     DISPLAY 'MOVIMIENTOS LEIDOS   : ' TCW-CNT-LEIDOS
010190     DISPLAY 'EN LA VENTANA        : ' TCW-CNT-EN-VENTANA
010200     DISPLAY 'CLIENTES EVALUADOS   : ' TCW-CNT-CLIENTES
010210     DISPLAY 'CLIENTES SENALADOS   : ' TCW-CNT-SENALADOS
010220     .
010230 9000-FINAL-EXIT.
010240     EXIT.
