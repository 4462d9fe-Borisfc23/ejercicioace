000070*----------------------------------------------------------*
000080*  MODIFICACIONES                                          *
000090*  FECHA    INIC  DESCRIPCION                               *
000091*  15/10/26 RHM   ARCSALBAT/ADQWBS LLEVA LAS MARCAS DE      *
000092*                 SIMULACION Y COLISION: ESTA SALIDA ES     *
000093*                 SIEMPRE REAL Y LAS GRABA EN ESPACIO.      *
000100*  23/08/26 RHM   CREACION. BAJA MASIVA DE AFILIACIONES A   *
000110*                 CTA SUELDO: UN REGISTRO ADQWBJ (COD-UNICO *
000120*                 + PRODUCTO) POR AFILIACION A ANULAR,      *
001730     MOVE WVC-OUT-NROCTA      TO WBS-NROCTA
001740     MOVE WVC-OUT-MONEFE      TO WBS-MONEFE
001750     MOVE WVC-HDR-NUMINV      TO WBS-NUMINV
001751     MOVE SPACE               TO WBS-SIMULACION
001752     MOVE SPACE               TO WBS-COLISION
001760     .
001770 2300-ARMAR-SALIDA-EXIT.
001780     EXIT.
