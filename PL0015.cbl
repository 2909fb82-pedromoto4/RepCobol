      *|                             periodos fechados para arquivos
      *|                             datados, sem passar a marca
      *|                             DELTA viva mais antiga
      *| 15/10/26  PM               Corridas ORFAOS (PL0023) fora
      *|                             dos registos do dia e das marcas
      *|                             DELTA
      *| 15/10/26  PM               Jornal com identificacao da
      *|                             corrida; corridas DESFAZ (PL0025)
      *|                             fora dos registos do dia
      *| 15/10/26  PM               Corridas SUBSTI (PL0026) fora
      *|                             dos registos do dia
      *| 15/10/26  PM               Aprovacoes de emergencia (URGENC)
      *|                             contadas e mostradas no relatorio
      *| 15/10/26  PM               Corridas RETIDO/LIBERA (PL0022)
      *|                             fora dos registos do dia e das
      *|                             marcas DELTA
      *| xx/xx/xx
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.

      * A LINHA DO JORNAL E TRATADA AS CEGAS - SO A DATA (1-8)
      * INTERESSA AO CORTE
       01 REG-JRNAUD PIC X(300).

       FD ARQJRN.

       01 REG-ARQJRN PIC X(300).

       FD JRWORK.

       01 REG-JRWORK PIC X(300).

       FD LCKTBL.

       77 LINHAS-DIA    PIC 9(09) COMP VALUE ZERO.
       77 REGISTOS-DIA  PIC 9(09) COMP VALUE ZERO.
       77 ERROS-DIA     PIC 9(09) COMP VALUE ZERO.
       77 URGENCIAS-DIA PIC 9(09) COMP VALUE ZERO.
       77 LINHAS-CORTE  PIC 9(09) COMP VALUE ZERO.
       77 CONTA-ED      PIC Z(08)9.
       77 CONTA2-ED     PIC Z(04)9.
      *       SO AS CORRIDAS DE EXPORTACAO CONTAM PARA OS REGISTOS
      *       DO DIA - UMA CONFERENCIA (VERIF) ECOA A CONTAGEM DA
      *       EXPORTACAO QUE VERIFICOU, UMA CARGA (IMPORT) APLICA
      *       LINHAS A TABELA, UM RETRATO AO INSTANTE (SNAPSH)
      *       RECONSTROI O PASSADO, NAO O EXPORTA, E UM VARRIMENTO DE
      *       ORFAOS (ORFAOS) CONTA ORFAOS, NAO REGISTOS EXPORTADOS;
      *       UMA REVERSAO (DESFAZ) CONTA ENTRADAS DO JORNAL DESFEITAS
      *       E UMA SUBSTITUICAO EM MASSA (SUBSTI) LINHAS ALTERADAS;
      *       UMA RETENCAO OU LIBERTACAO (RETIDO/LIBERA) E ENTREGA
              IF TEM-REGISTOS = "Y"
                 AND OPER-LINHA NOT = "VERIF"
                 AND OPER-LINHA NOT = "IMPORT"
                 AND OPER-LINHA NOT = "SNAPSH"
                 AND OPER-LINHA NOT = "TRANSM"
                 AND OPER-LINHA NOT = "RETIDO"
                 AND OPER-LINHA NOT = "LIBERA"
                 AND OPER-LINHA NOT = "CONFIR"
                 AND OPER-LINHA NOT = "JROTAT"
                 AND OPER-LINHA NOT = "REPOE"
                 AND OPER-LINHA NOT = "ORFAOS"
                 AND OPER-LINHA NOT = "DESFAZ"
                 AND OPER-LINHA NOT = "SUBSTI"
                 ADD REGS-LINHA TO REGISTOS-DIA
              END-IF
              IF RC-LINHA NOT = "0"
                 ADD 1 TO ERROS-DIA
                 PERFORM ECOA-LINHA-ERRO
              END-IF
      *       UMA APROVACAO DE EMERGENCIA DENTRO DE UMA JANELA
      *       @CONGEL (PL0020) E SEMPRE MOSTRADA
              IF OPER-LINHA = "URGENC"
                 ADD 1 TO URGENCIAS-DIA
                 PERFORM ECOA-LINHA-URGENCIA
              END-IF
           END-IF

           IF DATA-LINHA = DIA-ANTERIOR
           PERFORM ESCREVE-LINHA-REL
           .

       ECOA-LINHA-URGENCIA.
      *---------------------
           MOVE SPACES TO REG-RELATO
           STRING  "URGENCIA: " DELIMITED BY SIZE
                   REG-LOGAUD   DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL
           .

       ESCREVE-RELATORIO.
      *-------------------
           PERFORM VARYING IND-RES FROM 1 BY 1
           END-STRING
           PERFORM ESCREVE-LINHA-REL

           MOVE URGENCIAS-DIA TO CONTA-ED
           MOVE SPACES TO REG-RELATO
           STRING  "APROVACOES DE EMERGENCIA   = " DELIMITED BY SIZE
                   CONTA-ED                        DELIMITED BY SIZE
                   INTO REG-RELATO
           END-STRING
           PERFORM ESCREVE-LINHA-REL

      *    FICHEIROS COM MOVIMENTO NO DIA ANTERIOR E SEM MOVIMENTO
      *    NO DIA DO RELATORIO - O QUE DEIXOU DE CORRER
           PERFORM VARYING IND-FICH2 FROM 1 BY 1
      *    FICHEIRO= - O MESMO CONJUNTO QUE O ACHA-ULTIMA-CORRIDA DO
      *    PL0010 ACEITA COMO PONTO DE PARTIDA DO DELTA; AS
      *    OPERACOES QUE NAO ENVIARAM NADA (VERIF/IMPORT/SNAPSH/
      *    TRANSM/RETIDO/LIBERA/CONFIR/JROTAT/ORFAOS) FICAM DE FORA, E
      *    AS LINHAS SEM FICHEIRO= (MANUTENCAO, BLOQUEIOS,
      *    APROVACOES, REPOE, DESFAZ, SUBSTI) NUNCA ENTRAM
           PERFORM PARTE-LINHA-LOG
           IF RC-LINHA = "0"
              AND TEM-FICHEIRO = "Y"
              AND OPER-LINHA NOT = "IMPORT"
              AND OPER-LINHA NOT = "SNAPSH"
              AND OPER-LINHA NOT = "TRANSM"
              AND OPER-LINHA NOT = "RETIDO"
              AND OPER-LINHA NOT = "LIBERA"
              AND OPER-LINHA NOT = "CONFIR"
              AND OPER-LINHA NOT = "JROTAT"
              AND OPER-LINHA NOT = "ORFAOS"
              PERFORM GUARDA-MARCA-DELTA
           END-IF
           PERFORM LE-LINHA-LOG
