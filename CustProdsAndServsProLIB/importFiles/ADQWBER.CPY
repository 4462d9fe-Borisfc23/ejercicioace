      ************************************************************************
800060*     * 800060 15/10/26 RHM REGISTRO ORIGINAL CON FECHA EFECTIVA    **
800014*     * 800014 08/23/26 RHM CREACION - RECHAZO DE PRE-EDICION BATCH **
      ************************************************************************
      ***************************************************************
      *-
       01  ADQWBER.
      *-                               ---  REGISTRO ORIGINAL (ADQWBEP)
800060     03  WER-REGISTRO        PIC  X(34).
800060*    03  WER-REGISTRO        PIC  X(28).
      *-                               ---  MOTIVO DEL RECHAZO
           03  WER-MOTIVO          PIC  X(40).
      *-------------------------------------------------------------*
