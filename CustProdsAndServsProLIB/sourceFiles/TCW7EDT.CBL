000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   FECHA EFECTIVA OPCIONAL EN EL DETALLE: SE *
000092*                 VALIDA (AAMMDD, DIA SEGUN EL MES CON LA   *
000093*                 REGLA DE ADQWFEC) Y PASA A WBE-FECHA-     *
000094*                 EFECTIVA; SI ES FUTURA TCW0WVC PROGRAMA LA*
000095*                 SOLICITUD EN LUGAR DE PROCESARLA.         *
000100*  23/08/26 RHM   CREACION. PRE-EDICION DEL ARCHIVO DE      *
000110*                 PLANILLA DEL EMPLEADOR (ADQWBEP): EXIGE   *
000120*                 CABECERA Y COLA CON CANTIDAD Y HASH DE    *
000587     03  SRT-SECUENCIA       PIC 9(07).
000588     03  SRT-RUC             PIC 9(11).
000589     03  SRT-CODMON          PIC 9(03).
000590     03  SRT-FECHA-EFEC      PIC X(06).
000591
000600 WORKING-STORAGE SECTION.
000610 01  TCW-INDICADORES-ARCHIVO.
000620     05  TCW-FS-ENTPRE        PIC X(02).
001100     05  TCW-DUP-COD-PRODUCT PIC 9(03).
001110     05  TCW-DUP-RUC         PIC 9(11).
001120     05  TCW-DUP-CODMON      PIC 9(03).
001121     05  TCW-DUP-FECHA-EFEC  PIC X(06).
001122
001123     COPY ADQWFEC.
001130
001140 PROCEDURE DIVISION.
001150*----------------------------------------------------------*
002730             THRU 5000-GRABAR-RECHAZO-EXIT
002740         GO TO 3000-EDITAR-UN-DETALLE-EXIT
002750     END-IF
002751     IF WBP-DET-FECHA-EFEC NOT = SPACE
002752         MOVE WBP-DET-FECHA-EFEC TO FEC-FECHA-X
002753         PERFORM 3100-VALIDAR-FECHA-AAMMDD
002754             THRU 3100-VALIDAR-FECHA-AAMMDD-EXIT
002755         IF FEC-FECHA-INVALIDA
002756             ADD 1 TO TCW-CNT-RECHAZADOS
002757             MOVE 'FECHA EFECTIVA INVALIDA' TO WER-MOTIVO
002758             PERFORM 5000-GRABAR-RECHAZO
002759                 THRU 5000-GRABAR-RECHAZO-EXIT
002760             GO TO 3000-EDITAR-UN-DETALLE-EXIT
002761         END-IF
002762     END-IF
002763     MOVE WBP-DET-COD-UNICO   TO SRT-COD-UNICO
002770     MOVE WBP-DET-COD-PRODUCT TO SRT-COD-PRODUCT
002780     MOVE TCW-CNT-DETALLES    TO SRT-SECUENCIA
002790     MOVE WBP-DET-RUC         TO SRT-RUC
002800     MOVE WBP-DET-CODMON      TO SRT-CODMON
002801     MOVE WBP-DET-FECHA-EFEC  TO SRT-FECHA-EFEC
002810     RELEASE SRT-REGISTRO
002820     .
002830 3000-EDITAR-UN-DETALLE-EXIT.
002840     EXIT.
002841
002842*----------------------------------------------------------*
002843*  3100-VALIDAR-FECHA-AAMMDD - VALIDA FEC-FECHA-X           *
002844*                              CON LA REGLA DE ADQWFEC      *
002845*----------------------------------------------------------*
002846 3100-VALIDAR-FECHA-AAMMDD SECTION.
002847     SET  FEC-FECHA-INVALIDA TO TRUE
002848     IF FEC-FECHA-X NOT NUMERIC
002849        OR FEC-MM < 01 OR FEC-MM > 12
002850        OR FEC-DD < 01
002851         GO TO 3100-VALIDAR-FECHA-AAMMDD-EXIT
002852     END-IF
002853     MOVE FEC-DIAS-MES(FEC-MM) TO FEC-ULTIMO-DIA
002854     IF FEC-MM = 02
002855         DIVIDE FEC-AA BY 4
002856             GIVING FEC-COCIENTE REMAINDER FEC-RESTO
002857         IF FEC-RESTO NOT = ZERO
002858             MOVE 28 TO FEC-ULTIMO-DIA
002859         END-IF
002860     END-IF
002861     IF FEC-DD > FEC-ULTIMO-DIA
002862         GO TO 3100-VALIDAR-FECHA-AAMMDD-EXIT
002863     END-IF
002864     SET  FEC-FECHA-VALIDA TO TRUE
002865     .
002866 3100-VALIDAR-FECHA-AAMMDD-EXIT.
002867     EXIT.
002868
002869*----------------------------------------------------------*
002870*  4000-TOMAR-COLA - CAPTURA LA CANTIDAD Y EL HASH          *
002880*                    INFORMADOS EN LA COLA DE CONTROL       *
002890*----------------------------------------------------------*
003450         MOVE SRT-COD-PRODUCT TO TCW-DUP-COD-PRODUCT
003460         MOVE SRT-RUC         TO TCW-DUP-RUC
003470         MOVE SRT-CODMON      TO TCW-DUP-CODMON
003471         MOVE SRT-FECHA-EFEC  TO TCW-DUP-FECHA-EFEC
003480         MOVE TCW-REG-DUPLICADO TO WER-REGISTRO
003490         MOVE 'DUPLICADO DE COD-UNICO + PRODUCTO'
003500             TO WER-MOTIVO
003560         MOVE SRT-COD-PRODUCT TO WBE-COD-PRODUCTO
003570         MOVE SRT-RUC         TO WBE-RUC
003580         MOVE SRT-CODMON      TO WBE-CODMON
003581         MOVE SRT-FECHA-EFEC  TO WBE-FECHA-EFECTIVA
003590         WRITE ADQWBE
003600     END-IF
003610     PERFORM 6100-RETORNAR-ORDENADO
