      *| 02/09/26  PM               Releitura dos arquivos mensais
      *|                             do jornal (TEXTO 27-32) antes do
      *|                             jornal vivo compactado
      *| 15/10/26  PM               Jornal com identificacao da
      *|                             corrida (JRN-CORRIDA)
      *| 15/10/26  PM               Jornal com cadeia de
      *|                             verificacao (JRN-CADEIA)
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
               03 JRN-NOV-FUNCIO &LIKE FUNCIO
           02 FILLER      PIC X(01).
           02 JRN-SEQ     PIC 9(09).
           02 FILLER      PIC X(01).
           02 JRN-CORRIDA PIC X(22).
           02 FILLER      PIC X(01).
           02 JRN-CADEIA  PIC X(12).

       FD TEXTVAR.

