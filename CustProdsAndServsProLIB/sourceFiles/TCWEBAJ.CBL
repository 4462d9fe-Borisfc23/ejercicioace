000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   ARCSALBAT/ADQWBS LLEVA LAS MARCAS DE      *
000092*                 SIMULACION Y COLISION: ESTA SALIDA ES     *
000093*                 SIEMPRE REAL Y LAS GRABA EN ESPACIO.      *
000094*  15/10/26 RHM   LA BAJA POR EMPLEADOR ES INMEDIATA: SIN   *
000095*                 FECHA EFECTIVA EN EL ARCHIVO DE TRABAJO.  *
000100*  02/09/26 RHM   CREACION. BAJA MASIVA POR EMPLEADOR: PARA *
000110*                 CADA RUC SOLICITADO (ADQWRUB) SELECCIONA  *
000120*                 DEL MAESTRO ADQAFIL TODAS LAS             *
003610     MOVE AFI-COD-PRODUCTO TO WBE-COD-PRODUCTO
003620     MOVE AFI-RUC          TO WBE-RUC
003630     MOVE AFI-CODMON       TO WBE-CODMON
003631     MOVE SPACE            TO WBE-FECHA-EFECTIVA
003640     WRITE ADQWBE
003650     .
003660 2100-EVALUAR-UNA-AFILIAC-EXIT.
004870     MOVE WVC-OUT-NROCTA      TO WBS-NROCTA
004880     MOVE WVC-OUT-MONEFE      TO WBS-MONEFE
004890     MOVE WVC-HDR-NUMINV      TO WBS-NUMINV
004891     MOVE SPACE               TO WBS-SIMULACION
004892     MOVE SPACE               TO WBS-COLISION
004900     .
004910 3400-ARMAR-SALIDA-EXIT.
004920     EXIT.
