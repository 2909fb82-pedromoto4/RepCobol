      *| 02/09/26  PM               Conferencia rapida do envelope
      *|                             *CAB/*FIM antes da comparacao
      *|                             completa (modo @ENVELO)
      *| 15/10/26  PM               Instantes INICIO=/FIM= no fim
      *|                             da linha do log (janela da noite)
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       77 DATA-LOG       PIC 9(08) VALUE ZERO.
       77 HORA-LOG       PIC 9(08) VALUE ZERO.
       77 RETCODE-LOG-ED PIC Z(03)9.
      * INSTANTES DE ARRANQUE E DE FIM DA CORRIDA (HHMMSSCC), NO FIM
      * DA LINHA DO LOG (INICIO=/FIM=) PARA O RELATORIO DA JANELA DA
      * NOITE (PL0031) MEDIR O TEMPO DE CADA PASSO
       77 HORA-INICIO-LOG PIC 9(08) VALUE ZERO.
       77 HORA-FIM-LOG    PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.
       01 PARAM-WRITE.
       PROCEDURE DIVISION USING PARAM-WRITE.
       INICIO.
      *-------
           ACCEPT HORA-INICIO-LOG FROM TIME
           PERFORM DECIDE-FORMATO
           PERFORM INICIALIZACIONES
           PERFORM LE-MODO-ENVELOPE
      *-----------
           ACCEPT DATA-LOG FROM DATE YYYYMMDD
           ACCEPT HORA-LOG FROM TIME
           ACCEPT HORA-FIM-LOG FROM TIME
           MOVE FICH-REGISTOS TO CONTA-ED
           MOVE RETURN-CODE   TO RETCODE-LOG-ED

                      CONTA-ED             DELIMITED BY SIZE
                      " RC="               DELIMITED BY SIZE
                      RETCODE-LOG-ED       DELIMITED BY SIZE
                      " INICIO="           DELIMITED BY SIZE
                      HORA-INICIO-LOG      DELIMITED BY SIZE
                      " FIM="              DELIMITED BY SIZE
                      HORA-FIM-LOG         DELIMITED BY SIZE
                      INTO REG-LOGAUD
              END-STRING
              WRITE REG-LOGAUD
