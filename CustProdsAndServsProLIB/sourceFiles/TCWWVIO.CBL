000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TCWWVIO.
000030 AUTHOR.        RHM - AREA TARJETA DE CREDITO.
000040 INSTALLATION.  CUST PRODS AND SERVS PRO LIB.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000100*  15/10/26 RHM   CREACION. REPORTE DIARIO PARA SEGURIDAD   *
000110*                 INFORMATICA DE LAS SOLICITUDES DENEGADAS  *
000120*                 POR TCW0WVC CONTRA EL MAESTRO DE          *
000130*                 AUTORIZACIONES, AGRUPADAS POR USUARIO     *
000140*                 FUNCIONAL Y ORIGEN CON TOTALES POR MOTIVO.*
000150*----------------------------------------------------------*
000160*  SISTEMA  : T A R J E T A   D E   C R E D I T O           *
000170*  OBJETIVO : REPORTE DIARIO DE VIOLACIONES DE AUTORIZACION *
000180*  ENTRADA  : ARCVIOWVC  - VIOLACIONES (ADQWVIO)            *
000190*  SALIDA   : ARCRPTVIO  - REPORTE POR USUARIO Y ORIGEN     *
000200*----------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SPECIAL-NAMES.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ARCVIOWVC  ASSIGN TO VIOWVC
000270         ORGANIZATION  IS LINE SEQUENTIAL
000280         FILE STATUS   IS TCW-FS-VIOWVC.
000290
000300     SELECT ARCRPTVIO  ASSIGN TO RPTVIO
000310         ORGANIZATION  IS LINE SEQUENTIAL
000320         FILE STATUS   IS TCW-FS-RPTVIO.
000330
000340     SELECT ARCSRTWRK  ASSIGN TO SRTWRK.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ARCVIOWVC
000390     RECORDING MODE IS F.
000400     COPY ADQWVIO.
000410
000420 FD  ARCRPTVIO
000430     RECORDING MODE IS F.
000440 01  REC-LINEA               PIC X(80).
000450
000460*----------------------------------------------------------*
000470*  VIOLACIONES DEL DIA, ORDENADAS POR USUARIO Y ORIGEN; LA  *
000480*  SECUENCIA DE LECTURA CONSERVA EL ORDEN DE GRABACION      *
000490*----------------------------------------------------------*
000500 SD  ARCSRTWRK.
000510 01  SRT-REGISTRO.
000520     03  SRT-USRFUN          PIC X(08).
000530     03  SRT-ORIGEN          PIC X(03).
000540     03  SRT-HORA            PIC X(06).
000550     03  SRT-SECUENCIA       PIC 9(09).
000560     03  SRT-OPERACION       PIC X(01).
000570     03  SRT-COD-UNICO       PIC 9(10).
000580     03  SRT-COD-PRODUCTO    PIC 9(03).
000590     03  SRT-PGMINV          PIC X(08).
000600     03  SRT-MOTIVO          PIC X(02).
000610     03  SRT-DESCRIP         PIC X(40).
000620
000630 WORKING-STORAGE SECTION.
000640 01  TCW-INDICADORES-ARCHIVO.
000650     05  TCW-FS-VIOWVC        PIC X(02).
000660         88  TCW-OK-VIOWVC           VALUE '00'.
000670         88  TCW-NOENC-VIOWVC        VALUE '35'.
000680     05  TCW-FS-RPTVIO        PIC X(02).
000690         88  TCW-OK-RPTVIO           VALUE '00'.
000700
000710 01  TCW-SWITCHES.
000720     05  TCW-SW-FINARCHIVO   PIC X(01) VALUE SPACE.
000730         88  TCW-FIN-DE-ARCHIVO     VALUE 'S'.
000740     05  TCW-SW-FINORDENADO  PIC X(01) VALUE SPACE.
000750         88  TCW-FIN-DE-ORDENADO    VALUE 'S'.
000760     05  TCW-SW-CORTE        PIC X(01) VALUE SPACE.
000770         88  TCW-CORTE-ABIERTO      VALUE 'S'.
000780     05  TCW-SW-ERROR-VIOWVC PIC X(01) VALUE SPACE.
000790         88  TCW-ERROR-VIOWVC       VALUE 'S'.
000800
000810 01  TCW-FECHA-PROCESO       PIC 9(06).
000820
000830*----------------------------------------------------------*
000840*  CORTE DE CONTROL POR USUARIO FUNCIONAL + ORIGEN          *
000850*----------------------------------------------------------*
000860 01  TCW-CORTE-ACTUAL.
000870     05  TCW-CA-USRFUN       PIC X(08).
000880     05  TCW-CA-ORIGEN       PIC X(03).
000890
000900*----------------------------------------------------------*
000910*  CONTADORES POR MOTIVO: OCURRENCIA 1 = USUARIO/ORIGEN EN  *
000920*  CURSO, OCURRENCIA 2 = TOTAL DEL DIA                      *
000930*----------------------------------------------------------*
000940 01  TCW-ACUMULADORES.
000950     05  TCW-ACU-OCU         OCCURS 2 TIMES.
000960         10  TCW-ACU-SIN-AUTORIZ
000970                             PIC 9(07) COMP.
000980         10  TCW-ACU-FUERA-VIGENCIA
000990                             PIC 9(07) COMP.
001000         10  TCW-ACU-OPERACION
001010                             PIC 9(07) COMP.
001020         10  TCW-ACU-PRODUCTO
001030                             PIC 9(07) COMP.
001040         10  TCW-ACU-OTROS   PIC 9(07) COMP.
001050         10  TCW-ACU-TOTAL   PIC 9(07) COMP.
001060 01  TCW-IX-ACU              PIC 9(01) COMP VALUE ZERO.
001070
001080 01  TCW-CONTADORES.
001090     05  TCW-CNT-LEIDOS      PIC 9(09) COMP VALUE ZERO.
001100     05  TCW-CNT-DEL-DIA     PIC 9(07) COMP VALUE ZERO.
001110     05  TCW-CNT-USUARIOS    PIC 9(07) COMP VALUE ZERO.
001120
001130 01  TCW-LINEAS-REPORTE.
001140     05  TCW-LIN-TITULO.
001150         10  FILLER          PIC X(40) VALUE
001160             'VIOLACIONES DE AUTORIZACION - DIA       '.
001170         10  FILLER          PIC X(01) VALUE SPACE.
001180         10  TCW-LT-FECHA    PIC 9(06).
001190         10  FILLER          PIC X(33) VALUE SPACE.
001200     05  TCW-LIN-USUARIO.
001210         10  FILLER          PIC X(09) VALUE 'USUARIO  '.
001220         10  TCW-LU-USRFUN   PIC X(08).
001230         10  FILLER          PIC X(10) VALUE '   ORIGEN '.
001240         10  TCW-LU-ORIGEN   PIC X(03).
001250         10  FILLER          PIC X(50) VALUE SPACE.
001260     05  TCW-LIN-COLUMNAS.
001270         10  FILLER          PIC X(40) VALUE
001280             '  HORA   O COD-UNICO  PRD PGMINV   MT DE'.
001290         10  FILLER          PIC X(40) VALUE
001300             'SCRIPCION                               '.
001310     05  TCW-LIN-DETALLE.
001320         10  FILLER          PIC X(02) VALUE SPACE.
001330         10  TCW-LD-HORA     PIC X(06).
001340         10  FILLER          PIC X(01) VALUE SPACE.
001350         10  TCW-LD-OPERACION
001360                             PIC X(01).
001370         10  FILLER          PIC X(01) VALUE SPACE.
001380         10  TCW-LD-COD-UNICO
001390                             PIC 9(10).
001400         10  FILLER          PIC X(01) VALUE SPACE.
001410         10  TCW-LD-PRODUCTO PIC 9(03).
001420         10  FILLER          PIC X(01) VALUE SPACE.
001430         10  TCW-LD-PGMINV   PIC X(08).
001440         10  FILLER          PIC X(01) VALUE SPACE.
001450         10  TCW-LD-MOTIVO   PIC X(02).
001460         10  FILLER          PIC X(01) VALUE SPACE.
001470         10  TCW-LD-DESCRIP  PIC X(40).
001480         10  FILLER          PIC X(02) VALUE SPACE.
001490     05  TCW-LIN-DET-TOTAL.
001500         10  FILLER          PIC X(04) VALUE SPACE.
001510         10  TCW-DT-NOMBRE   PIC X(30).
001520         10  TCW-DT-CANT     PIC ZZZ,ZZZ,ZZ9.
001530         10  FILLER          PIC X(35) VALUE SPACE.
001540
001550 PROCEDURE DIVISION.
001560*----------------------------------------------------------*
001570*  0000-MAINLINE - SELECCIONA LAS VIOLACIONES DEL DIA, LAS  *
001580*                  ORDENA POR USUARIO Y ORIGEN Y LAS LISTA  *
001590*                  CON CORTE DE CONTROL                     *
001600*----------------------------------------------------------*
001610 0000-MAINLINE SECTION.
001620     PERFORM 1000-INICIAL
001630         THRU 1000-INICIAL-EXIT
001640     SORT ARCSRTWRK
001650         ON ASCENDING KEY SRT-USRFUN
001660                          SRT-ORIGEN
001670                          SRT-HORA
001680                          SRT-SECUENCIA
001690         INPUT  PROCEDURE IS 2000-SELECCIONAR-DEL-DIA
001700         OUTPUT PROCEDURE IS 3000-LISTAR-ORDENADO
001710     PERFORM 8000-IMPRIMIR-TOTALES
001720         THRU 8000-IMPRIMIR-TOTALES-EXIT
001730     PERFORM 9000-FINAL
001740         THRU 9000-FINAL-EXIT
001750     GOBACK
001760     .
001770 0000-MAINLINE-EXIT.
001780     EXIT.
001790
001800*----------------------------------------------------------*
001810*  1000-INICIAL - ABRE EL REPORTE E IMPRIME EL TITULO       *
001820*----------------------------------------------------------*
001830 1000-INICIAL SECTION.
001840     ACCEPT TCW-FECHA-PROCESO FROM DATE
001850     INITIALIZE TCW-ACUMULADORES
001860     OPEN OUTPUT ARCRPTVIO
001870     IF NOT TCW-OK-RPTVIO
001880         DISPLAY 'TCWWVIO - ERROR AL ABRIR ARCRPTVIO - STATUS '
001890             TCW-FS-RPTVIO
001900         MOVE 12 TO RETURN-CODE
001910         GOBACK
001920     END-IF
001930     MOVE TCW-FECHA-PROCESO TO TCW-LT-FECHA
001940     WRITE REC-LINEA FROM TCW-LIN-TITULO
001950     MOVE SPACE TO REC-LINEA
001960     WRITE REC-LINEA
001970     .
001980 1000-INICIAL-EXIT.
001990     EXIT.
002000
002010*----------------------------------------------------------*
002020*  2000-SELECCIONAR-DEL-DIA - PROCEDIMIENTO DE ENTRADA DEL  *
002030*                             SORT. SIN ARCHIVO DE          *
002040*                             VIOLACIONES EL REPORTE SALE   *
002050*                             VACIO                         *
002060*----------------------------------------------------------*
002070 2000-SELECCIONAR-DEL-DIA SECTION.
002080     OPEN INPUT ARCVIOWVC
002090     IF TCW-NOENC-VIOWVC
002100         GO TO 2000-SELECCIONAR-DEL-DIA-EXIT
002110     END-IF
002120     IF NOT TCW-OK-VIOWVC
002130         DISPLAY 'TCWWVIO - ERROR AL ABRIR ARCVIOWVC - STATUS '
002140             TCW-FS-VIOWVC
002150         SET  TCW-ERROR-VIOWVC TO TRUE
002160         GO TO 2000-SELECCIONAR-DEL-DIA-EXIT
002170     END-IF
002180     PERFORM 2100-LEER-VIOLACION
002190         THRU 2100-LEER-VIOLACION-EXIT
002200     PERFORM 2200-UNA-VIOLACION
002210         THRU 2200-UNA-VIOLACION-EXIT
002220             UNTIL TCW-FIN-DE-ARCHIVO
002230     CLOSE ARCVIOWVC
002240     .
002250 2000-SELECCIONAR-DEL-DIA-EXIT.
002260     EXIT.
002270
002280 2100-LEER-VIOLACION SECTION.
002290     READ ARCVIOWVC
002300         AT END
002310             SET  TCW-FIN-DE-ARCHIVO TO TRUE
002320             GO TO 2100-LEER-VIOLACION-EXIT
002330     END-READ
002340     ADD 1 TO TCW-CNT-LEIDOS
002350     .
002360 2100-LEER-VIOLACION-EXIT.
002370     EXIT.
002380
002390 2200-UNA-VIOLACION SECTION.
002400     IF VIO-FECHA NOT = TCW-FECHA-PROCESO
002410         GO TO 2200-UNA-VIOLACION-SIGUIENTE
002420     END-IF
002430     ADD 1 TO TCW-CNT-DEL-DIA
002440     MOVE VIO-USRFUN       TO SRT-USRFUN
002450     MOVE VIO-ORIGEN       TO SRT-ORIGEN
002460     MOVE VIO-HORA         TO SRT-HORA
002470     MOVE TCW-CNT-LEIDOS   TO SRT-SECUENCIA
002480     MOVE VIO-OPERACION    TO SRT-OPERACION
002490     MOVE VIO-COD-UNICO    TO SRT-COD-UNICO
002500     MOVE VIO-COD-PRODUCTO TO SRT-COD-PRODUCTO
002510     MOVE VIO-PGMINV       TO SRT-PGMINV
002520     MOVE VIO-MOTIVO       TO SRT-MOTIVO
002530     MOVE VIO-DESCRIP      TO SRT-DESCRIP
002540     RELEASE SRT-REGISTRO
002550     .
002560 2200-UNA-VIOLACION-SIGUIENTE.
002570     PERFORM 2100-LEER-VIOLACION
002580         THRU 2100-LEER-VIOLACION-EXIT
002590     .
002600 2200-UNA-VIOLACION-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------*
002640*  3000-LISTAR-ORDENADO - PROCEDIMIENTO DE SALIDA DEL SORT: *
002650*                         LISTA CON CORTE POR USUARIO Y     *
002660*                         ORIGEN                            *
002670*----------------------------------------------------------*
002680 3000-LISTAR-ORDENADO SECTION.
002690     PERFORM 3100-RETORNAR-ORDENADO
002700         THRU 3100-RETORNAR-ORDENADO-EXIT
002710     PERFORM 3200-UNA-VIOLACION-ORDENADA
002720         THRU 3200-UNA-VIOLACION-ORDENADA-EXIT
002730             UNTIL TCW-FIN-DE-ORDENADO
002740     IF TCW-CORTE-ABIERTO
002750         PERFORM 3500-CERRAR-USUARIO
002760             THRU 3500-CERRAR-USUARIO-EXIT
002770     END-IF
002780     .
002790 3000-LISTAR-ORDENADO-EXIT.
002800     EXIT.
002810
002820 3100-RETORNAR-ORDENADO SECTION.
002830     RETURN ARCSRTWRK
002840         AT END
002850             SET  TCW-FIN-DE-ORDENADO TO TRUE
002860     END-RETURN
002870     .
002880 3100-RETORNAR-ORDENADO-EXIT.
002890     EXIT.
002900
002910 3200-UNA-VIOLACION-ORDENADA SECTION.
002920     IF NOT TCW-CORTE-ABIERTO
002930        OR SRT-USRFUN NOT = TCW-CA-USRFUN
002940        OR SRT-ORIGEN NOT = TCW-CA-ORIGEN
002950         IF TCW-CORTE-ABIERTO
002960             PERFORM 3500-CERRAR-USUARIO
002970                 THRU 3500-CERRAR-USUARIO-EXIT
002980         END-IF
002990         PERFORM 3300-ABRIR-USUARIO
003000             THRU 3300-ABRIR-USUARIO-EXIT
003010     END-IF
003020     MOVE SRT-HORA         TO TCW-LD-HORA
003030     MOVE SRT-OPERACION    TO TCW-LD-OPERACION
003040     MOVE SRT-COD-UNICO    TO TCW-LD-COD-UNICO
003050     MOVE SRT-COD-PRODUCTO TO TCW-LD-PRODUCTO
003060     MOVE SRT-PGMINV       TO TCW-LD-PGMINV
003070     MOVE SRT-MOTIVO       TO TCW-LD-MOTIVO
003080     MOVE SRT-DESCRIP      TO TCW-LD-DESCRIP
003090     WRITE REC-LINEA FROM TCW-LIN-DETALLE
003100     PERFORM 3400-ACUMULAR-MOTIVO
003110         THRU 3400-ACUMULAR-MOTIVO-EXIT
003120             VARYING TCW-IX-ACU FROM 1 BY 1
003130             UNTIL TCW-IX-ACU > 2
003140     PERFORM 3100-RETORNAR-ORDENADO
003150         THRU 3100-RETORNAR-ORDENADO-EXIT
003160     .
003170 3200-UNA-VIOLACION-ORDENADA-EXIT.
003180     EXIT.
003190
003200 3300-ABRIR-USUARIO SECTION.
003210     SET  TCW-CORTE-ABIERTO TO TRUE
003220     ADD 1 TO TCW-CNT-USUARIOS
003230     MOVE SRT-USRFUN       TO TCW-CA-USRFUN
003240     MOVE SRT-ORIGEN       TO TCW-CA-ORIGEN
003250     MOVE ZERO TO TCW-ACU-SIN-AUTORIZ(1)
003260                  TCW-ACU-FUERA-VIGENCIA(1)
003270                  TCW-ACU-OPERACION(1)
003280                  TCW-ACU-PRODUCTO(1)
003290                  TCW-ACU-OTROS(1)
003300                  TCW-ACU-TOTAL(1)
003310     MOVE SRT-USRFUN       TO TCW-LU-USRFUN
003320     MOVE SRT-ORIGEN       TO TCW-LU-ORIGEN
003330     WRITE REC-LINEA FROM TCW-LIN-USUARIO
003340     WRITE REC-LINEA FROM TCW-LIN-COLUMNAS
003350     .
003360 3300-ABRIR-USUARIO-EXIT.
003370     EXIT.
003380
003390 3400-ACUMULAR-MOTIVO SECTION.
003400     ADD 1 TO TCW-ACU-TOTAL(TCW-IX-ACU)
003410     EVALUATE SRT-MOTIVO
003420         WHEN 'SA'
003430             ADD 1 TO TCW-ACU-SIN-AUTORIZ(TCW-IX-ACU)
003440         WHEN 'FV'
003450             ADD 1 TO TCW-ACU-FUERA-VIGENCIA(TCW-IX-ACU)
003460         WHEN 'OP'
003470             ADD 1 TO TCW-ACU-OPERACION(TCW-IX-ACU)
003480         WHEN 'PR'
003490             ADD 1 TO TCW-ACU-PRODUCTO(TCW-IX-ACU)
003500         WHEN OTHER
003510             ADD 1 TO TCW-ACU-OTROS(TCW-IX-ACU)
003520     END-EVALUATE
003530     .
003540 3400-ACUMULAR-MOTIVO-EXIT.
003550     EXIT.
003560
003570 3500-CERRAR-USUARIO SECTION.
003580     MOVE 1 TO TCW-IX-ACU
003590     PERFORM 7000-LINEAS-MOTIVO
003600         THRU 7000-LINEAS-MOTIVO-EXIT
003610     MOVE SPACE TO REC-LINEA
003620     WRITE REC-LINEA
003630     MOVE SPACE TO TCW-SW-CORTE
003640     .
003650 3500-CERRAR-USUARIO-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------*
003690*  7000-LINEAS-MOTIVO - IMPRIME LOS CONTADORES POR MOTIVO   *
003700*                       DE LA OCURRENCIA TCW-IX-ACU         *
003710*----------------------------------------------------------*
003720 7000-LINEAS-MOTIVO SECTION.
003730     MOVE 'SIN AUTORIZACION (SA)         ' TO TCW-DT-NOMBRE
003740     MOVE TCW-ACU-SIN-AUTORIZ(TCW-IX-ACU)    TO TCW-DT-CANT
003750     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
003760     MOVE 'FUERA DE VIGENCIA (FV)        ' TO TCW-DT-NOMBRE
003770     MOVE TCW-ACU-FUERA-VIGENCIA(TCW-IX-ACU) TO TCW-DT-CANT
003780     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
003790     MOVE 'OPERACION NO PERMITIDA (OP)   ' TO TCW-DT-NOMBRE
003800     MOVE TCW-ACU-OPERACION(TCW-IX-ACU)      TO TCW-DT-CANT
003810     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
003820     MOVE 'PRODUCTO NO PERMITIDO (PR)    ' TO TCW-DT-NOMBRE
003830     MOVE TCW-ACU-PRODUCTO(TCW-IX-ACU)       TO TCW-DT-CANT
003840     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
003850     IF TCW-ACU-OTROS(TCW-IX-ACU) > ZERO
003860         MOVE 'OTROS MOTIVOS                 ' TO TCW-DT-NOMBRE
003870         MOVE TCW-ACU-OTROS(TCW-IX-ACU)      TO TCW-DT-CANT
003880         WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
003890     END-IF
003900     MOVE 'TOTAL DENEGADAS               ' TO TCW-DT-NOMBRE
003910     MOVE TCW-ACU-TOTAL(TCW-IX-ACU)          TO TCW-DT-CANT
003920     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
003930     .
003940 7000-LINEAS-MOTIVO-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------*
003980*  8000-IMPRIMIR-TOTALES - TOTALES DEL DIA POR MOTIVO       *
003990*----------------------------------------------------------*
004000 8000-IMPRIMIR-TOTALES SECTION.
004010     MOVE SPACE TO REC-LINEA
004020     WRITE REC-LINEA
004030     MOVE 'TOTAL DEL DIA' TO REC-LINEA
004040     WRITE REC-LINEA
004050     MOVE 'VIOLACIONES LEIDAS            ' TO TCW-DT-NOMBRE
004060     MOVE TCW-CNT-LEIDOS                     TO TCW-DT-CANT
004070     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
004080     MOVE 'USUARIOS/ORIGEN CON DENEGAC.  ' TO TCW-DT-NOMBRE
004090     MOVE TCW-CNT-USUARIOS                   TO TCW-DT-CANT
004100     WRITE REC-LINEA FROM TCW-LIN-DET-TOTAL
004110     MOVE 2 TO TCW-IX-ACU
004120     PERFORM 7000-LINEAS-MOTIVO
004130         THRU 7000-LINEAS-MOTIVO-EXIT
004140     .
004150 8000-IMPRIMIR-TOTALES-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------*
004190*  9000-FINAL - CIERRA EL REPORTE; CON VIOLACIONES EN EL DIA*
004200*               TERMINA CON RETURN-CODE 4 PARA AVISO        *
004210*----------------------------------------------------------*
004220 9000-FINAL SECTION.
004230     CLOSE ARCRPTVIO
004240     EVALUATE TRUE
004250         WHEN TCW-ERROR-VIOWVC
004260             MOVE 8    TO RETURN-CODE
004270         WHEN TCW-CNT-DEL-DIA > ZERO
004280             MOVE 4    TO RETURN-CODE
004290         WHEN OTHER
004300             MOVE ZERO TO RETURN-CODE
004310     END-EVALUATE
004320     DISPLAY 'TCWWVIO - VIOLACIONES DE AUTORIZACION DEL DIA'
004330     DISPLAY 'VIOLACIONES LEIDAS   : ' TCW-CNT-LEIDOS
004340     DISPLAY 'VIOLACIONES DEL DIA  : ' TCW-CNT-DEL-DIA
004350     DISPLAY 'USUARIOS/ORIGEN      : ' TCW-CNT-USUARIOS
004360     .
004370 9000-FINAL-EXIT.
004380     EXIT.
