       FILE SECTION.
           FD  JOGO-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-JOGO PIC X(81).

           FD  LEADERBOARD-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-LEADER PIC X(120).

           FD  SESSAO-FILE
               LABEL RECORD IS STANDARD.
           05 SOL-LINHA OCCURS 9 TIMES.
               10 SOL-COLUNA PIC X(1) OCCURS 9 TIMES.

      * notas a lapis do jogador: para cada casa, a posicao d leva
      * o digito d quando esta marcado como candidato, ou espaco.
       01 CANDIDATOS.
           05 CAND-LINHA OCCURS 9 TIMES.
               10 CAND-CASA OCCURS 9 TIMES.
                   15 CAND-DIGITO PIC X(1) OCCURS 9 TIMES.

      * historico das jogadas feitas pelo PLACE-IN-BOARD, com o que
      * a casa tinha antes (valor e notas) para o UNDO; as entradas
      * acima de WS-HIST-POS sao as jogadas desfeitas que o REDO
      * ainda pode refazer.
       01 WS-HISTORICO-TABELA.
           05 WS-HIST OCCURS 500 TIMES.
               10 HIST-LINHA  PIC 9.
               10 HIST-COLUNA PIC 9.
               10 HIST-ANTES  PIC X(1).
               10 HIST-DEPOIS PIC X(1).
               10 HIST-NOTAS  PIC X(9).

       01 BASE-GRID-TABLE.
           05 BASE-GRID-LINHA OCCURS 9 TIMES.
               10 BASE-GRID PIC 9 OCCURS 9 TIMES.
       77 WS-RANK-TOTAL PIC 9(2).
       77 WS-RANK-IDX PIC 9(2).
       77 WS-RANK-POS PIC 9(2).
       77 WS-PARTE1 PIC X(90).
       77 WS-PARTE2 PIC X(30).
       77 WS-NOME-PARTE PIC X(30).
       77 WS-TEMPO-PARTE PIC X(30).
       77 WS-TEMPO-RANK PIC 9(5).
       77 WS-HINTS-PARTE PIC X(30).
       77 WS-DESF-PARTE PIC X(30).
       77 WS-HINTS-RANK PIC 9(3).
       77 WS-DESF-RANK PIC 9(3).
       77 WS-CHAVE-RANK PIC 9(6).

       01 WS-RANKING-TABELA.
           05 WS-RANKING OCCURS 20 TIMES.
               10 RNK-NOME  PIC X(20).
               10 RNK-TEMPO PIC 9(5).
               10 RNK-HINTS PIC 9(3).
               10 RNK-DESF  PIC 9(3).
               10 RNK-CHAVE PIC 9(6).
       77 NUMERO PIC 9.
       77 WIN PIC X(1) VALUE "L".
       77 WS-JOGO-STATUS PIC XX.
       77 WS-SAI-LEADER PIC X VALUE "N".
       77 WS-RESPOSTA PIC X.
       77 WS-JOGO-CARREGADO PIC X VALUE "N".
       77 WS-DIFICULDADE PIC 9 VALUE ZERO.
       77 WS-NUM-DAR PIC 99.
       77 WS-NUM-REMOVER PIC 99.
       77 WS-BASE-VAL PIC 99.
       77 WS-IMPORT-OK PIC X.
       77 WS-IMP-CHAR PIC X(1).
       77 WS-IMP-POS PIC 9(2).
       77 WS-IMP-VAZIAS PIC 9(2).
       77 WS-TOTAL-BLANKS PIC 9(3).
       77 WS-BK PIC 9(3).
       77 WS-SBI PIC 9.
       77 WS-ACHOU PIC X.
       77 WS-SBOX-ROW PIC 9.
       77 WS-SBOX-COL PIC 9.
       77 WS-HIST-TOTAL PIC 9(3) VALUE 0.
       77 WS-HIST-POS PIC 9(3) VALUE 0.
       77 WS-HIST-I PIC 9(3).
       77 WS-NUM-DESFEITAS PIC 9(3) VALUE 0.
       77 WS-A-REFAZER PIC X VALUE "N".
       77 WS-FIM-JOGO PIC X.
       77 WS-NOTAS-ENTRADA PIC X(9).
       77 WS-NT-I PIC 99.
       77 WS-NT-J PIC 99.
       77 WS-NT-D PIC 99.
       77 WS-NT-K PIC 99.
       77 WS-NT-COL PIC 9.
       77 WS-NT-PTR PIC 999.
       77 WS-HA-NOTAS PIC X.
       77 WS-CAND-TEXTO PIC X(9).
       77 WS-LINHA-NOTAS PIC X(120).
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-TECNICA PIC 9 VALUE ZERO.
       77 WS-GR-TECTO PIC 9.
       77 WS-GR-NIVEL PIC 9.
       77 WS-GR-NIVEL-MIN PIC 9.
       77 WS-GR-NIVEL-ATUAL PIC 9.
       77 WS-GR-TEC-MAX PIC 9.
       77 WS-GR-MELHOR-NIVEL PIC 9.
       77 WS-GR-MELHOR-TEC PIC 9.
       77 WS-GR-TENTATIVA PIC 99.
       77 WS-GR-REMOVIDAS PIC 99.
       77 WS-GR-PRIMEIRA PIC X VALUE "N".
       77 WS-GR-RESOLVIDO PIC X.
       77 WS-GR-PARADO PIC X.
       77 WS-GR-ACHOU PIC X.
       77 WS-GR-BASTA PIC X.
       77 WS-GR-MESMA PIC X.
       77 WS-GR-DENTRO PIC X.
       77 WS-GR-VAZIAS PIC 99.
       77 WS-GR-T PIC 99.
       77 WS-GR-U PIC 99.
       77 WS-GR-U1 PIC 99.
       77 WS-GR-U2 PIC 99.
       77 WS-GR-UP PIC 99.
       77 WS-GR-UFIM PIC 99.
       77 WS-GR-ALVO PIC 99.
       77 WS-GR-UNI-CASA PIC 99.
       77 WS-GR-CU PIC 99.
       77 WS-GR-TIPO PIC 9.
       77 WS-GR-R PIC 99.
       77 WS-GR-C PIC 99.
       77 WS-GR-X PIC 99.
       77 WS-GR-Y PIC 99.
       77 WS-GR-X2 PIC 99.
       77 WS-GR-Y2 PIC 99.
       77 WS-GR-K PIC 99.
       77 WS-GR-K2 PIC 99.
       77 WS-GR-K3 PIC 99.
       77 WS-GR-KE PIC 99.
       77 WS-GR-UE PIC 99.
       77 WS-GR-D PIC 99.
       77 WS-GR-D2 PIC 99.
       77 WS-GR-D3 PIC 99.
       77 WS-GR-N PIC 99.
       77 WS-GR-P PIC 99.
       77 WS-GR-P1 PIC 99.
       77 WS-GR-P2 PIC 99.
       77 WS-GR-Q1 PIC 99.
       77 WS-GR-Q2 PIC 99.
       77 WS-GR-L1 PIC 99.
       77 WS-GR-L2 PIC 99.
       77 WS-GR-TEMP PIC 99.
       77 WS-GR-QUOC PIC 99.
       77 WS-GR-RESTO PIC 99.
       77 WS-GR-PL-LIN PIC 9.
       77 WS-GR-PL-COL PIC 9.
       77 WS-GR-PL-DIG PIC 9.
       77 WS-GR-PL-TEC PIC 9.
       77 WS-GR-PL-UNI PIC 99.
       77 WS-GR-UNI-TEXTO PIC X(16).

      * grelha de trabalho do graduador logico: GR-VAL e o digito da
      * casa (zero se vazia) e GR-CAND (d) fica a 1 enquanto o digito
      * d for candidato nessa casa.
       01 GR-GRELHA.
           05 GR-LINHA OCCURS 9 TIMES.
               10 GR-CASA OCCURS 9 TIMES.
                   15 GR-VAL   PIC 9.
                   15 GR-CANDS.
                       20 GR-CAND PIC 9 OCCURS 9 TIMES.

      * as 27 unidades do tabuleiro - 9 linhas, 9 colunas e 9
      * quadrantes, por esta ordem - com as casas de cada uma, e a
      * unidade-quadrante (19 a 27) de cada casa.
       01 GR-UNIDADES.
           05 GR-UNI OCCURS 27 TIMES.
               10 GR-UCASA OCCURS 9 TIMES.
                   15 GR-UL PIC 9.
                   15 GR-UC PIC 9.

       01 GR-QUADRANTES.
           05 GR-QLINHA OCCURS 9 TIMES.
               10 GR-QUAD PIC 99 OCCURS 9 TIMES.

      * tecnicas do graduador, da mais simples para a mais dificil, e
      * o nivel que cada uma da ao puzzle. a 8 nao e uma tecnica: e o
      * que fica registado quando a logica nao chega e o puzzle so se
      * resolve por tentativa.
       01 GR-TECNICAS.
           05 GR-TEC-NOME PIC X(24) OCCURS 8 TIMES.

       01 GR-TEC-NIVEIS.
           05 GR-TEC-NIVEL PIC 9 OCCURS 8 TIMES.

       01 GR-NIVEIS.
           05 GR-NIVEL-NOME PIC X(13) OCCURS 5 TIMES.

       01 GR-TEC-USADAS.
           05 GR-USOU PIC X OCCURS 8 TIMES.

       01 GR-DIGITOS-UNIDADE.
           05 GR-DU OCCURS 9 TIMES.
               10 GR-DU-QTD PIC 99.
               10 GR-DU-P1  PIC 99.
               10 GR-DU-P2  PIC 99.

       01 GR-ORDEM-TABELA.
           05 GR-ORDEM PIC 99 OCCURS 81 TIMES.

       01 GR-MELHOR-PUZZLE PIC X(81).
       01 GR-SOLUCAO-GUARDADA PIC X(81).

       01 WS-BLANKS-TABELA.
           05 WS-BLANK OCCURS 81 TIMES.
           PLAY.
           PERFORM UNTIL WIN = "W"
               DISPLAY "INSIRA LINHA E COLUNA (EX. B7),"
               DISPLAY "'SAVE' PARA GRAVAR, 'HINT' PARA UMA PISTA, "
                   "'WHY' PARA UMA PISTA EXPLICADA,"
               DISPLAY "'CHECK' PARA CONFERIR O PROGRESSO, 'NOTA' "
                   "PARA CANDIDATOS"
               DISPLAY "OU 'UNDO'/'REDO' PARA DESFAZER/REFAZER."
               ACCEPT ESPACO
               EVALUATE ESPACO
                   WHEN "SAVE"
                       PERFORM GRAVAR-JOGO
                   WHEN "HINT"
                       PERFORM DAR-PISTA
                   WHEN "WHY"
                       PERFORM EXPLICAR-PISTA
                   WHEN "CHECK"
                       PERFORM CONFERIR-PROGRESSO
                   WHEN "NOTA"
                       PERFORM MARCAR-CANDIDATOS
                   WHEN "UNDO"
                       PERFORM DESFAZER-JOGADA
                   WHEN "REDO"
                       PERFORM REFAZER-JOGADA
                       PERFORM CHECK2
                   WHEN OTHER
                       DISPLAY "INSIRA UM NUMERO DE 1 A 9."
                       ACCEPT NUMERO
           MOVE "231" TO PERM3-ENTRY (4)
           MOVE "312" TO PERM3-ENTRY (5)
           MOVE "321" TO PERM3-ENTRY (6)
           MOVE "SOLITARIO ESCONDIDO" TO GR-TEC-NOME (1)
           MOVE "SOLITARIO NU" TO GR-TEC-NOME (2)
           MOVE "BLOQUEIO NO QUADRANTE" TO GR-TEC-NOME (3)
           MOVE "REDUCAO LINHA/COLUNA" TO GR-TEC-NOME (4)
           MOVE "PAR NU" TO GR-TEC-NOME (5)
           MOVE "PAR ESCONDIDO" TO GR-TEC-NOME (6)
           MOVE "X-WING" TO GR-TEC-NOME (7)
           MOVE "TENTATIVA E ERRO" TO GR-TEC-NOME (8)
           MOVE "11223345" TO GR-TEC-NIVEIS
           MOVE "FACIL" TO GR-NIVEL-NOME (1)
           MOVE "MEDIO" TO GR-NIVEL-NOME (2)
           MOVE "DIFICIL" TO GR-NIVEL-NOME (3)
           MOVE "MUITO DIFICIL" TO GR-NIVEL-NOME (4)
           MOVE "TENTATIVA" TO GR-NIVEL-NOME (5)
           PERFORM MONTAR-UNIDADES
           .

      * a casa (r, c) e a c-esima da linha r, a r-esima da coluna
      * 9 + c e ocupa no seu quadrante a posicao que tem dentro do
      * bloco 3x3, lida da esquerda para a direita e de cima para
      * baixo.
           MONTAR-UNIDADES.
           PERFORM VARYING WS-GR-R FROM 1 BY 1 UNTIL WS-GR-R > 9
               PERFORM VARYING WS-GR-C FROM 1 BY 1 UNTIL WS-GR-C > 9
                   MOVE WS-GR-R TO GR-UL (WS-GR-R, WS-GR-C)
                   MOVE WS-GR-C TO GR-UC (WS-GR-R, WS-GR-C)
                   MOVE WS-GR-R TO GR-UL (WS-GR-C + 9, WS-GR-R)
                   MOVE WS-GR-C TO GR-UC (WS-GR-C + 9, WS-GR-R)
                   COMPUTE WS-GR-U = 19 +
                       (WS-GR-R - 1 - FUNCTION MOD (WS-GR-R - 1, 3)) +
                       (WS-GR-C - 1 - FUNCTION MOD (WS-GR-C - 1, 3)) / 3
                   COMPUTE WS-GR-K =
                       FUNCTION MOD (WS-GR-R - 1, 3) * 3 +
                       FUNCTION MOD (WS-GR-C - 1, 3) + 1
                   MOVE WS-GR-U TO GR-QUAD (WS-GR-R, WS-GR-C)
                   MOVE WS-GR-R TO GR-UL (WS-GR-U, WS-GR-K)
                   MOVE WS-GR-C TO GR-UC (WS-GR-U, WS-GR-K)
               END-PERFORM
           END-PERFORM
           .

           LIMPAR-TABULEIRO.
                   MOVE "_" TO COLUNA (CONT1, CONT2)
               END-PERFORM
           END-PERFORM
           MOVE SPACE TO CANDIDATOS
           MOVE ZERO TO WS-HIST-TOTAL WS-HIST-POS
           .

           PEDIR-NOME-JOGADOR.
                       IF LINHA-JOGO (10:3) IS NUMERIC
                           MOVE LINHA-JOGO (10:3) TO WS-NUM-HINTS
                       END-IF
                       IF LINHA-JOGO (13:3) IS NUMERIC
                           MOVE LINHA-JOGO (13:3) TO WS-NUM-DESFEITAS
                       END-IF
                       IF LINHA-JOGO (16:1) IS NUMERIC
                           MOVE LINHA-JOGO (16:1) TO WS-DIFICULDADE
                       END-IF
                       IF LINHA-JOGO (17:1) IS NUMERIC
                           MOVE LINHA-JOGO (17:1) TO WS-NIVEL
                       END-IF
                       IF LINHA-JOGO (18:1) IS NUMERIC
                           MOVE LINHA-JOGO (18:1) TO WS-TECNICA
                       END-IF
               END-READ
               PERFORM CARREGAR-NOTAS-E-HISTORICO
               CLOSE JOGO-FILE
               MOVE "S" TO WS-JOGO-CARREGADO
               DISPLAY "JOGO ANTERIOR CARREGADO."
           END-IF
           .

      * depois da linha do modo vem as notas (uma linha de 81 por
      * linha do tabuleiro), uma linha "H" com o total e a posicao do
      * historico e uma linha por jogada. os jogos gravados antes
      * disto acabam na linha do modo e carregam sem notas nem
      * historico.
           CARREGAR-NOTAS-E-HISTORICO.
           MOVE "N" TO WS-FIM-JOGO
           PERFORM VARYING WS-NT-I FROM 1 BY 1 UNTIL WS-NT-I > 9
               IF WS-FIM-JOGO = "N"
                   READ JOGO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-JOGO
                       NOT AT END
                           MOVE LINHA-JOGO TO CAND-LINHA (WS-NT-I)
                   END-READ
               END-IF
           END-PERFORM
           IF WS-FIM-JOGO = "N"
               READ JOGO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-JOGO
                   NOT AT END
                       IF LINHA-JOGO (1:1) = "H" AND
                               LINHA-JOGO (2:3) IS NUMERIC AND
                               LINHA-JOGO (5:3) IS NUMERIC
                           MOVE LINHA-JOGO (2:3) TO WS-HIST-TOTAL
                           MOVE LINHA-JOGO (5:3) TO WS-HIST-POS
                       END-IF
               END-READ
           END-IF
           IF WS-HIST-TOTAL > 500
               MOVE 500 TO WS-HIST-TOTAL
           END-IF
           PERFORM VARYING WS-HIST-I FROM 1 BY 1
                   UNTIL WS-HIST-I > WS-HIST-TOTAL
               IF WS-FIM-JOGO = "N"
                   READ JOGO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-JOGO
                       NOT AT END
                           MOVE LINHA-JOGO (1:13)
                               TO WS-HIST (WS-HIST-I)
                   END-READ
               END-IF
               IF WS-FIM-JOGO = "S"
                   MOVE WS-HIST-I TO WS-HIST-TOTAL
                   SUBTRACT 1 FROM WS-HIST-TOTAL
               END-IF
           END-PERFORM
           IF WS-HIST-POS > WS-HIST-TOTAL
               MOVE WS-HIST-TOTAL TO WS-HIST-POS
           END-IF
           .

      * o jogo gravado leva as 9 linhas do tabuleiro, as 9 linhas da
      * solucao e uma linha com o modo (diario ou nao), a data do
      * puzzle, as pistas ja usadas, as jogadas desfeitas, a
      * dificuldade, o nivel e a tecnica mais dificil que o
      * graduador lhe deu, para o HINT, o CHECK e o ranking do dia
      * sobreviverem a um gravar/retomar; seguem-se as notas e o
      * historico de jogadas.
           GRAVAR-JOGO.
           OPEN OUTPUT JOGO-FILE
           PERFORM VARYING CONT1 FROM 1 BY 1 UNTIL CONT1 > 9
           MOVE WS-MODO-DIARIO TO LINHA-JOGO (1:1)
           MOVE WS-DATA-PUZZLE TO LINHA-JOGO (2:8)
           MOVE WS-NUM-HINTS TO LINHA-JOGO (10:3)
           MOVE WS-NUM-DESFEITAS TO LINHA-JOGO (13:3)
           MOVE WS-DIFICULDADE TO LINHA-JOGO (16:1)
           MOVE WS-NIVEL TO LINHA-JOGO (17:1)
           MOVE WS-TECNICA TO LINHA-JOGO (18:1)
           WRITE LINHA-JOGO
           PERFORM VARYING CONT1 FROM 1 BY 1 UNTIL CONT1 > 9
               MOVE CAND-LINHA (CONT1) TO LINHA-JOGO
               WRITE LINHA-JOGO
           END-PERFORM
           MOVE SPACE TO LINHA-JOGO
           MOVE "H" TO LINHA-JOGO (1:1)
           MOVE WS-HIST-TOTAL TO LINHA-JOGO (2:3)
           MOVE WS-HIST-POS TO LINHA-JOGO (5:3)
           WRITE LINHA-JOGO
           PERFORM VARYING WS-HIST-I FROM 1 BY 1
                   UNTIL WS-HIST-I > WS-HIST-TOTAL
               MOVE SPACE TO LINHA-JOGO
               MOVE WS-HIST (WS-HIST-I) TO LINHA-JOGO (1:13)
               WRITE LINHA-JOGO
           END-PERFORM
           CLOSE JOGO-FILE
           DISPLAY "JOGO GRAVADO."
           .

      * importa o puzzle do jornal: a primeira linha do
      * SUDOKU_IMPORT.TXT no formato corrente de 81 carateres
      * (ponto ou zero para casa vazia). o puzzle so e aceite se
      * tiver uma e uma so solucao - a solucao encontrada
      * alimenta o HINT e o CHECK e segue no SUDOKU_SAVE.DAT como
      * num puzzle gerado, pelo que o gravar/retomar e os tempos
      * funcionam na mesma.
               PERFORM VALIDAR-GIVENS-IMPORT
           END-IF
           IF WS-IMPORT-OK = "S"
               PERFORM GRADUAR-IMPORTADO
           END-IF
           .

      * o puzzle importado passa primeiro pelo graduador com as
      * tecnicas todas; se a logica o resolver, a grelha dele e a
      * solucao (e unica). se nao chegar, o resolvedor por tentativa
      * parte do que a logica ja deduziu e, achada uma solucao,
      * procura-se uma segunda: havendo-a, o puzzle e rejeitado; nao
      * havendo, fica com o nivel TENTATIVA.
           GRADUAR-IMPORTADO.
           MOVE 7 TO WS-GR-TECTO
           PERFORM GRADUAR-TABULEIRO
           MOVE WS-GR-NIVEL TO WS-NIVEL
           MOVE WS-GR-TEC-MAX TO WS-TECNICA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 9
                   IF GR-VAL (I, J) = ZERO
                       MOVE "_" TO SOL-COLUNA (I, J)
                   ELSE
                       MOVE GR-VAL (I, J) TO SOL-COLUNA (I, J)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-GR-RESOLVIDO = "S"
               MOVE "S" TO WS-TEM-SOLUCAO
           ELSE
               MOVE 5 TO WS-NIVEL
               MOVE 8 TO WS-TECNICA
               PERFORM RESOLVER-TABULEIRO
               IF WS-IMPORT-OK = "S"
                   PERFORM PROCURAR-SEGUNDA-SOLUCAO
                   IF WS-IMPORT-OK NOT = "S"
                       MOVE "N" TO WS-TEM-SOLUCAO
                       DISPLAY "O PUZZLE IMPORTADO TEM MAIS DE UMA "
                           "SOLUCAO."
                   END-IF
               ELSE
                   DISPLAY "O PUZZLE IMPORTADO NAO TEM SOLUCAO."
               END-IF
           END-IF
           IF WS-IMPORT-OK = "S"
               MOVE ZERO TO WS-DIFICULDADE
               DISPLAY "PUZZLE IMPORTADO E VALIDADO."
               IF WS-TECNICA > ZERO
                   DISPLAY "NIVEL DO PUZZLE: " WS-NIVEL " "
                       FUNCTION TRIM (GR-NIVEL-NOME (WS-NIVEL))
                       " (" FUNCTION TRIM (GR-TEC-NOME (WS-TECNICA))
                       ")"
               ELSE
                   DISPLAY "NIVEL DO PUZZLE: " WS-NIVEL " "
                       FUNCTION TRIM (GR-NIVEL-NOME (WS-NIVEL))
               END-IF
           END-IF
           .

      * o resolvedor parou na primeira solucao; retomando o recuo a
      * partir da ultima casa vazia ve-se se ha outra. a primeira
      * solucao fica reposta em SOLUCAO no fim.
           PROCURAR-SEGUNDA-SOLUCAO.
           MOVE SOLUCAO TO GR-SOLUCAO-GUARDADA
           MOVE WS-TOTAL-BLANKS TO WS-BK
           PERFORM UNTIL WS-BK > WS-TOTAL-BLANKS OR WS-BK = ZERO
               PERFORM AVANCAR-OU-RECUAR
           END-PERFORM
           IF WS-BK NOT = ZERO
               MOVE "N" TO WS-IMPORT-OK
           END-IF
           MOVE GR-SOLUCAO-GUARDADA TO SOLUCAO
           .

      * antes de resolver, os proprios digitos dados sao conferidos
      * uns contra os outros: um 5 repetido na mesma linha, coluna
      * ou quadrante rejeita o puzzle logo aqui - o resolvedor so
      * valida as casas que ele preenche, e uma grelha toda dada
      * nem sequer o faria trabalhar. uma grelha sem casas vazias
      * tambem e rejeitada: nao ha nada para jogar nem para graduar.
           VALIDAR-GIVENS-IMPORT.
           MOVE ZERO TO WS-IMP-VAZIAS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 9
                   MOVE COLUNA (I, J) TO SOL-COLUNA (I, J)
                   IF COLUNA (I, J) = "_"
                       ADD 1 TO WS-IMP-VAZIAS
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-IMP-VAZIAS = ZERO
               MOVE "N" TO WS-IMPORT-OK
               DISPLAY "O PUZZLE IMPORTADO NAO TEM CASAS VAZIAS. "
                   "PUZZLE REJEITADO."
           ELSE
               PERFORM VALIDAR-DIGITOS-IMPORT
           END-IF
           .

           VALIDAR-DIGITOS-IMPORT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 9
                   IF SOL-COLUNA (I, J) NOT = "_"
           .

      * resolvedor por tentativa e recuo sobre a grelha SOLUCAO:
      * parte do que ja la esta (os digitos dados e os que o
      * graduador deduziu), avanca casa vazia a casa
      * vazia tentando 1-9 sem violar linha, coluna e quadrante, e
      * recua quando esgota os digitos. termina com a SOLUCAO
      * completa (e WS-TEM-SOLUCAO ligado) ou declara o puzzle
           MOVE ZERO TO WS-TOTAL-BLANKS
           PERFORM VARYING CONT1 FROM 1 BY 1 UNTIL CONT1 > 9
               PERFORM VARYING CONT2 FROM 1 BY 1 UNTIL CONT2 > 9
                   IF SOL-COLUNA (CONT1, CONT2) = "_"
                       ADD 1 TO WS-TOTAL-BLANKS
                       MOVE CONT1 TO BL-ROW (WS-TOTAL-BLANKS)
                       MOVE CONT2 TO BL-COL (WS-TOTAL-BLANKS)
                   MOVE "S" TO WS-SVIOL
               END-IF
           END-PERFORM
           COMPUTE WS-SBOX-ROW = WS-SBI - FUNCTION MOD (WS-SBI - 1, 3)
           COMPUTE WS-SBOX-COL = WS-SBJ - FUNCTION MOD (WS-SBJ - 1, 3)
           PERFORM VARYING X FROM WS-SBOX-ROW BY 1
                   UNTIL X > WS-SBOX-ROW + 2
               PERFORM VARYING Y FROM WS-SBOX-COL BY 1
           .

      * folha de papel para a sala dos professores: a grelha com a
      * moldura 9x9, a dificuldade, o nivel dado pelo graduador com a
      * tecnica mais dificil e a data, em SUDOKU_FOLHA.LST,
      * pronta a fotocopiar.
           PERGUNTAR-FOLHA.
           DISPLAY "ESCREVER A FOLHA DE PAPEL DO PUZZLE? (S/N)"
                   MOVE "DIFICULDADE: IMPORTADO" TO LINHA-FOLHA
           END-EVALUATE
           WRITE LINHA-FOLHA
           IF WS-NIVEL > ZERO
               MOVE SPACE TO LINHA-FOLHA
               STRING "NIVEL: " WS-NIVEL " " GR-NIVEL-NOME (WS-NIVEL)
                   DELIMITED BY SIZE INTO LINHA-FOLHA
               WRITE LINHA-FOLHA
           END-IF
           IF WS-TECNICA > ZERO
               MOVE SPACE TO LINHA-FOLHA
               STRING "TECNICA: " GR-TEC-NOME (WS-TECNICA)
                   DELIMITED BY SIZE INTO LINHA-FOLHA
               WRITE LINHA-FOLHA
           END-IF
           MOVE SPACE TO LINHA-FOLHA
           WRITE LINHA-FOLHA
           MOVE "+---+---+---+" TO LINHA-FOLHA
                               COLUNA (CONT1, CONT2) = "_"
                           MOVE SOL-COLUNA (CONT1, CONT2)
                               TO COLUNA (CONT1, CONT2)
                           MOVE SPACE TO CAND-CASA (CONT1, CONT2)
                           MOVE WS-HIST-POS TO WS-HIST-TOTAL
                           MOVE "S" TO WS-HINT-DADO
                           ADD 1 TO WS-NUM-HINTS
                           DISPLAY "PISTA: "
           END-IF
           .

      * o WHY da a proxima pista explicada: o graduador corre sobre
      * o tabuleiro do jogador ate colocar o primeiro digito e diz
      * que tecnica o encontrou, e em que linha, coluna ou
      * quadrante. o digito fica posto e conta como pista.
           EXPLICAR-PISTA.
           IF WS-TEM-SOLUCAO NOT = "S"
               DISPLAY "SEM SOLUCAO GUARDADA NESTE JOGO."
           ELSE
               MOVE ZERO TO WS-NUM-ERRADOS
               PERFORM VARYING CONT1 FROM 1 BY 1 UNTIL CONT1 > 9
                   PERFORM VARYING CONT2 FROM 1 BY 1 UNTIL CONT2 > 9
                       IF COLUNA (CONT1, CONT2) NOT = "_" AND
                               COLUNA (CONT1, CONT2) NOT =
                                   SOL-COLUNA (CONT1, CONT2)
                           ADD 1 TO WS-NUM-ERRADOS
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-NUM-ERRADOS > ZERO
                   DISPLAY "HA DIGITOS EM DESACORDO COM A SOLUCAO - "
                       "CORRIJA-OS ANTES DE PEDIR UMA EXPLICACAO."
               ELSE
                   MOVE 7 TO WS-GR-TECTO
                   MOVE "S" TO WS-GR-PRIMEIRA
                   PERFORM GRADUAR-TABULEIRO
                   MOVE "N" TO WS-GR-PRIMEIRA
                   IF WS-GR-PL-TEC = ZERO
                       DISPLAY "NENHUMA TECNICA CONHECIDA ENCONTRA O "
                           "PROXIMO DIGITO - USE 'HINT'."
                   ELSE
                       PERFORM MOSTRAR-EXPLICACAO
                       MOVE WS-GR-PL-DIG
                           TO COLUNA (WS-GR-PL-LIN, WS-GR-PL-COL)
                       MOVE SPACE
                           TO CAND-CASA (WS-GR-PL-LIN, WS-GR-PL-COL)
                       MOVE WS-HIST-POS TO WS-HIST-TOTAL
                       ADD 1 TO WS-NUM-HINTS
                       PERFORM BOARD
                       PERFORM CHECK2
                   END-IF
               END-IF
           END-IF
           .

           MOSTRAR-EXPLICACAO.
           DISPLAY "PISTA: " LETRA-CHAR (WS-GR-PL-LIN) WS-GR-PL-COL
               " = " WS-GR-PL-DIG
           IF GR-TEC-USADAS (3:5) NOT = SPACE
               DISPLAY "PRIMEIRO TIRAM-SE CANDIDATOS COM:"
               PERFORM VARYING WS-GR-T FROM 3 BY 1 UNTIL WS-GR-T > 7
                   IF GR-USOU (WS-GR-T) = "S"
                       DISPLAY "  " GR-TEC-NOME (WS-GR-T)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GR-PL-TEC = 1
               MOVE SPACE TO WS-GR-UNI-TEXTO
               EVALUATE TRUE
                   WHEN WS-GR-PL-UNI < 10
                       STRING "NA LINHA " LETRA-CHAR (WS-GR-PL-UNI)
                           DELIMITED BY SIZE INTO WS-GR-UNI-TEXTO
                   WHEN WS-GR-PL-UNI < 19
                       COMPUTE WS-GR-TIPO = WS-GR-PL-UNI - 9
                       STRING "NA COLUNA " WS-GR-TIPO
                           DELIMITED BY SIZE INTO WS-GR-UNI-TEXTO
                   WHEN OTHER
                       COMPUTE WS-GR-TIPO = WS-GR-PL-UNI - 18
                       STRING "NO QUADRANTE " WS-GR-TIPO
                           DELIMITED BY SIZE INTO WS-GR-UNI-TEXTO
               END-EVALUATE
               DISPLAY "SOLITARIO ESCONDIDO: "
                   FUNCTION TRIM (WS-GR-UNI-TEXTO) " O "
                   WS-GR-PL-DIG " SO PODE IR PARA A CASA "
                   LETRA-CHAR (WS-GR-PL-LIN) WS-GR-PL-COL "."
           ELSE
               DISPLAY "SOLITARIO NU: A CASA "
                   LETRA-CHAR (WS-GR-PL-LIN) WS-GR-PL-COL
                   " SO ADMITE O " WS-GR-PL-DIG "."
           END-IF
           .

           CONFERIR-PROGRESSO.
           IF WS-TEM-SOLUCAO NOT = "S"
               DISPLAY "SEM SOLUCAO GUARDADA NESTE JOGO."
           COMPUTE WS-NUM-REMOVER = 81 - WS-NUM-DAR
           .

      * as casas sao esvaziadas por uma ordem baralhada, e cada uma
      * so fica vazia se o graduador, limitado as tecnicas da
      * dificuldade escolhida, ainda resolver o puzzle - o que
      * garante tambem que a solucao e unica. para-se quando ja se
      * tiraram as casas da dificuldade e o puzzle ja pede o nivel
      * minimo; se a ordem se esgotar antes disso, tenta-se outra
      * (ate 20) e fica o puzzle mais dificil que se conseguiu.
           REMOVER-CASAS.
           EVALUATE WS-DIFICULDADE
               WHEN 1
                   MOVE 2 TO WS-GR-TECTO
                   MOVE 1 TO WS-GR-NIVEL-MIN
               WHEN 3
                   MOVE 7 TO WS-GR-TECTO
                   MOVE 3 TO WS-GR-NIVEL-MIN
               WHEN OTHER
                   MOVE 4 TO WS-GR-TECTO
                   MOVE 2 TO WS-GR-NIVEL-MIN
           END-EVALUATE
           MOVE ZERO TO WS-GR-MELHOR-NIVEL WS-GR-TENTATIVA
           PERFORM UNTIL WS-GR-TENTATIVA = 20 OR
                   WS-GR-MELHOR-NIVEL NOT < WS-GR-NIVEL-MIN
               ADD 1 TO WS-GR-TENTATIVA
               PERFORM ESVAZIAR-CASAS-GRADUADAS
               IF WS-GR-NIVEL > WS-GR-MELHOR-NIVEL
                   MOVE WS-GR-NIVEL TO WS-GR-MELHOR-NIVEL
                   MOVE WS-GR-TEC-MAX TO WS-GR-MELHOR-TEC
                   MOVE SUDOKU TO GR-MELHOR-PUZZLE
               END-IF
           END-PERFORM
           MOVE GR-MELHOR-PUZZLE TO SUDOKU
           MOVE WS-GR-MELHOR-NIVEL TO WS-NIVEL
           MOVE WS-GR-MELHOR-TEC TO WS-TECNICA
           DISPLAY "NIVEL DO PUZZLE: " WS-NIVEL " "
               FUNCTION TRIM (GR-NIVEL-NOME (WS-NIVEL))
               " (" FUNCTION TRIM (GR-TEC-NOME (WS-TECNICA)) ")"
           .

           ESVAZIAR-CASAS-GRADUADAS.
           MOVE SOLUCAO TO SUDOKU
           PERFORM VARYING WS-GR-P FROM 1 BY 1 UNTIL WS-GR-P > 81
               MOVE WS-GR-P TO GR-ORDEM (WS-GR-P)
           END-PERFORM
           PERFORM VARYING WS-GR-P FROM 81 BY -1 UNTIL WS-GR-P < 2
               MOVE WS-GR-P TO WS-ALEATORIO-MAX
               PERFORM PROXIMO-ALEATORIO
               MOVE GR-ORDEM (WS-GR-P) TO WS-GR-TEMP
               MOVE GR-ORDEM (WS-ALEATORIO) TO GR-ORDEM (WS-GR-P)
               MOVE WS-GR-TEMP TO GR-ORDEM (WS-ALEATORIO)
           END-PERFORM
           MOVE ZERO TO WS-GR-REMOVIDAS WS-GR-NIVEL-ATUAL
           PERFORM VARYING WS-GR-P FROM 1 BY 1
                   UNTIL WS-GR-P > 81 OR
                       (WS-GR-REMOVIDAS NOT < WS-NUM-REMOVER AND
                        WS-GR-NIVEL-ATUAL NOT < WS-GR-NIVEL-MIN)
               SUBTRACT 1 FROM GR-ORDEM (WS-GR-P) GIVING WS-GR-TEMP
               DIVIDE WS-GR-TEMP BY 9 GIVING WS-GR-QUOC
                   REMAINDER WS-GR-RESTO
               COMPUTE WS-BI = WS-GR-QUOC + 1
               COMPUTE WS-BJ = WS-GR-RESTO + 1
               MOVE "_" TO COLUNA (WS-BI, WS-BJ)
               PERFORM GRADUAR-TABULEIRO
               IF WS-GR-RESOLVIDO = "S"
                   ADD 1 TO WS-GR-REMOVIDAS
                   MOVE WS-GR-NIVEL TO WS-GR-NIVEL-ATUAL
               ELSE
                   MOVE SOL-COLUNA (WS-BI, WS-BJ)
                       TO COLUNA (WS-BI, WS-BJ)
               END-IF
           END-PERFORM
           PERFORM GRADUAR-TABULEIRO
           .

      * graduador logico: resolve uma copia do tabuleiro passo a
      * passo e em cada passo tenta as tecnicas por ordem de
      * dificuldade, ate WS-GR-TECTO, aplicando a primeira que
      * encontre alguma coisa. o nivel do puzzle e o da tecnica mais
      * dificil de que precisou. como as tecnicas so fazem deducoes
      * certas, um puzzle que fique todo preenchido tem solucao
      * unica. com WS-GR-PRIMEIRA = "S" para no primeiro digito que
      * colocar (e o que o WHY explica).
           GRADUAR-TABULEIRO.
           PERFORM CARREGAR-GRELHA-GR
           MOVE ZERO TO WS-GR-NIVEL WS-GR-TEC-MAX WS-GR-PL-TEC
           MOVE SPACE TO GR-TEC-USADAS
           MOVE "N" TO WS-GR-PARADO
           PERFORM UNTIL WS-GR-PARADO = "S" OR WS-GR-VAZIAS = ZERO
               PERFORM PASSO-LOGICO
           END-PERFORM
           IF WS-GR-VAZIAS = ZERO
               MOVE "S" TO WS-GR-RESOLVIDO
               IF WS-GR-NIVEL = ZERO
                   MOVE 1 TO WS-GR-NIVEL
               END-IF
           ELSE
               MOVE "N" TO WS-GR-RESOLVIDO
           END-IF
           .

           CARREGAR-GRELHA-GR.
           MOVE 81 TO WS-GR-VAZIAS
           PERFORM VARYING WS-GR-R FROM 1 BY 1 UNTIL WS-GR-R > 9
               PERFORM VARYING WS-GR-C FROM 1 BY 1 UNTIL WS-GR-C > 9
                   MOVE ZERO TO GR-VAL (WS-GR-R, WS-GR-C)
                   MOVE "111111111" TO GR-CANDS (WS-GR-R, WS-GR-C)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-GR-R FROM 1 BY 1 UNTIL WS-GR-R > 9
               PERFORM VARYING WS-GR-C FROM 1 BY 1 UNTIL WS-GR-C > 9
                   IF COLUNA (WS-GR-R, WS-GR-C) NOT = "_"
                       MOVE WS-GR-R TO WS-GR-PL-LIN
                       MOVE WS-GR-C TO WS-GR-PL-COL
                       MOVE COLUNA (WS-GR-R, WS-GR-C) TO WS-GR-PL-DIG
                       PERFORM COLOCAR-DIGITO-GR
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * poe WS-GR-PL-DIG na casa (WS-GR-PL-LIN, WS-GR-PL-COL) e tira-o
      * dos candidatos da linha, da coluna e do quadrante.
           COLOCAR-DIGITO-GR.
           MOVE WS-GR-PL-DIG TO GR-VAL (WS-GR-PL-LIN, WS-GR-PL-COL)
           MOVE ZERO TO GR-CANDS (WS-GR-PL-LIN, WS-GR-PL-COL)
           MOVE GR-QUAD (WS-GR-PL-LIN, WS-GR-PL-COL) TO WS-GR-UE
           PERFORM VARYING WS-GR-KE FROM 1 BY 1 UNTIL WS-GR-KE > 9
               MOVE ZERO
                   TO GR-CAND (WS-GR-PL-LIN, WS-GR-KE, WS-GR-PL-DIG)
               MOVE ZERO
                   TO GR-CAND (WS-GR-KE, WS-GR-PL-COL, WS-GR-PL-DIG)
               MOVE ZERO TO GR-CAND (GR-UL (WS-GR-UE, WS-GR-KE),
                                     GR-UC (WS-GR-UE, WS-GR-KE),
                                     WS-GR-PL-DIG)
           END-PERFORM
           SUBTRACT 1 FROM WS-GR-VAZIAS
           .

           PASSO-LOGICO.
           MOVE "N" TO WS-GR-ACHOU
           PERFORM VARYING WS-GR-T FROM 1 BY 1
                   UNTIL WS-GR-T > WS-GR-TECTO OR WS-GR-ACHOU = "S"
               MOVE "N" TO WS-GR-BASTA
               EVALUATE WS-GR-T
                   WHEN 1
                       PERFORM PROCURAR-SOLITARIO-ESCONDIDO
                   WHEN 2
                       PERFORM PROCURAR-SOLITARIO-NU
                   WHEN 3
                       PERFORM PROCURAR-BLOQUEIO
                   WHEN 4
                       PERFORM PROCURAR-REDUCAO
                   WHEN 5
                       PERFORM PROCURAR-PAR-NU
                   WHEN 6
                       PERFORM PROCURAR-PAR-ESCONDIDO
                   WHEN 7
                       PERFORM PROCURAR-X-WING
               END-EVALUATE
               IF WS-GR-ACHOU = "S"
                   PERFORM REGISTAR-TECNICA-GR
               END-IF
           END-PERFORM
           IF WS-GR-ACHOU = "N"
               MOVE "S" TO WS-GR-PARADO
           END-IF
           .

           REGISTAR-TECNICA-GR.
           MOVE "S" TO GR-USOU (WS-GR-T)
           IF WS-GR-T > WS-GR-TEC-MAX
               MOVE WS-GR-T TO WS-GR-TEC-MAX
               MOVE GR-TEC-NIVEL (WS-GR-T) TO WS-GR-NIVEL
           END-IF
           IF WS-GR-T < 3 AND WS-GR-PRIMEIRA = "S"
               MOVE WS-GR-T TO WS-GR-PL-TEC
               MOVE "S" TO WS-GR-PARADO
           END-IF
           .

      * nos solitarios o varrimento coloca tudo o que encontra, a nao
      * ser no modo do WHY, em que para no primeiro digito.
           DIGITO-COLOCADO-GR.
           MOVE "S" TO WS-GR-ACHOU
           IF WS-GR-PRIMEIRA = "S"
               MOVE "S" TO WS-GR-BASTA
           END-IF
           .

      * conta as casas da unidade WS-GR-UP que ainda admitem o digito
      * WS-GR-D e guarda as duas primeiras posicoes.
           POSICOES-DIGITO-GR.
           MOVE ZERO TO WS-GR-N WS-GR-P1 WS-GR-P2
           PERFORM VARYING WS-GR-K FROM 1 BY 1 UNTIL WS-GR-K > 9
               IF GR-CAND (GR-UL (WS-GR-UP, WS-GR-K),
                           GR-UC (WS-GR-UP, WS-GR-K), WS-GR-D) = 1
                   ADD 1 TO WS-GR-N
                   IF WS-GR-N = 1
                       MOVE WS-GR-K TO WS-GR-P1
                   END-IF
                   IF WS-GR-N = 2
                       MOVE WS-GR-K TO WS-GR-P2
                   END-IF
               END-IF
           END-PERFORM
           .

      * a casa (WS-GR-X, WS-GR-Y) pertence a unidade WS-GR-U?
           CASA-NA-UNIDADE-GR.
           MOVE "N" TO WS-GR-DENTRO
           EVALUATE TRUE
               WHEN WS-GR-U < 10
                   IF WS-GR-X = WS-GR-U
                       MOVE "S" TO WS-GR-DENTRO
                   END-IF
               WHEN WS-GR-U < 19
                   IF WS-GR-Y + 9 = WS-GR-U
                       MOVE "S" TO WS-GR-DENTRO
                   END-IF
               WHEN OTHER
                   IF GR-QUAD (WS-GR-X, WS-GR-Y) = WS-GR-U
                       MOVE "S" TO WS-GR-DENTRO
                   END-IF
           END-EVALUATE
           .

      * solitario escondido: numa linha, coluna ou quadrante, o
      * digito so cabe numa casa.
           PROCURAR-SOLITARIO-ESCONDIDO.
           PERFORM VARYING WS-GR-U FROM 1 BY 1
                   UNTIL WS-GR-U > 27 OR WS-GR-BASTA = "S"
               PERFORM VARYING WS-GR-D FROM 1 BY 1
                       UNTIL WS-GR-D > 9 OR WS-GR-BASTA = "S"
                   MOVE WS-GR-U TO WS-GR-UP
                   PERFORM POSICOES-DIGITO-GR
                   IF WS-GR-N = 1
                       MOVE GR-UL (WS-GR-U, WS-GR-P1) TO WS-GR-PL-LIN
                       MOVE GR-UC (WS-GR-U, WS-GR-P1) TO WS-GR-PL-COL
                       MOVE WS-GR-D TO WS-GR-PL-DIG
                       MOVE WS-GR-U TO WS-GR-PL-UNI
                       PERFORM COLOCAR-DIGITO-GR
                       PERFORM DIGITO-COLOCADO-GR
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * solitario nu: a casa so tem um candidato.
           PROCURAR-SOLITARIO-NU.
           PERFORM VARYING WS-GR-R FROM 1 BY 1
                   UNTIL WS-GR-R > 9 OR WS-GR-BASTA = "S"
               PERFORM VARYING WS-GR-C FROM 1 BY 1
                       UNTIL WS-GR-C > 9 OR WS-GR-BASTA = "S"
                   MOVE ZERO TO WS-GR-N
                   IF GR-VAL (WS-GR-R, WS-GR-C) = ZERO
                       INSPECT GR-CANDS (WS-GR-R, WS-GR-C)
                           TALLYING WS-GR-N FOR ALL "1"
                   END-IF
                   IF WS-GR-N = 1
                       PERFORM VARYING WS-GR-D FROM 1 BY 1
                               UNTIL WS-GR-D > 9
                           IF GR-CAND (WS-GR-R, WS-GR-C, WS-GR-D) = 1
                               MOVE WS-GR-D TO WS-GR-PL-DIG
                           END-IF
                       END-PERFORM
                       MOVE WS-GR-R TO WS-GR-PL-LIN
                       MOVE WS-GR-C TO WS-GR-PL-COL
                       MOVE ZERO TO WS-GR-PL-UNI
                       PERFORM COLOCAR-DIGITO-GR
                       PERFORM DIGITO-COLOCADO-GR
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * bloqueio no quadrante: dentro de um quadrante o digito so
      * cabe numa linha (ou coluna), e sai do resto dessa linha.
           PROCURAR-BLOQUEIO.
           PERFORM VARYING WS-GR-U FROM 19 BY 1
                   UNTIL WS-GR-U > 27 OR WS-GR-BASTA = "S"
               PERFORM VARYING WS-GR-D FROM 1 BY 1
                       UNTIL WS-GR-D > 9 OR WS-GR-BASTA = "S"
                   MOVE 1 TO WS-GR-TIPO
                   PERFORM VERIFICAR-INTERSECCAO
                   IF WS-GR-BASTA = "N"
                       MOVE 2 TO WS-GR-TIPO
                       PERFORM VERIFICAR-INTERSECCAO
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * reducao linha/coluna: numa linha (ou coluna) o digito so cabe
      * dentro de um quadrante, e sai do resto desse quadrante.
           PROCURAR-REDUCAO.
           PERFORM VARYING WS-GR-U FROM 1 BY 1
                   UNTIL WS-GR-U > 18 OR WS-GR-BASTA = "S"
               PERFORM VARYING WS-GR-D FROM 1 BY 1
                       UNTIL WS-GR-D > 9 OR WS-GR-BASTA = "S"
                   MOVE 3 TO WS-GR-TIPO
                   PERFORM VERIFICAR-INTERSECCAO
               END-PERFORM
           END-PERFORM
           .

      * se todas as casas da unidade WS-GR-U que admitem WS-GR-D
      * caem na mesma linha (tipo 1), coluna (2) ou quadrante (3), o
      * digito sai das outras casas dessa unidade alvo.
           VERIFICAR-INTERSECCAO.
           MOVE ZERO TO WS-GR-N WS-GR-ALVO
           MOVE "S" TO WS-GR-MESMA
           PERFORM VARYING WS-GR-K FROM 1 BY 1 UNTIL WS-GR-K > 9
               MOVE GR-UL (WS-GR-U, WS-GR-K) TO WS-GR-X
               MOVE GR-UC (WS-GR-U, WS-GR-K) TO WS-GR-Y
               IF GR-CAND (WS-GR-X, WS-GR-Y, WS-GR-D) = 1
                   ADD 1 TO WS-GR-N
                   EVALUATE WS-GR-TIPO
                       WHEN 1
                           MOVE WS-GR-X TO WS-GR-UNI-CASA
                       WHEN 2
                           COMPUTE WS-GR-UNI-CASA = WS-GR-Y + 9
                       WHEN OTHER
                           MOVE GR-QUAD (WS-GR-X, WS-GR-Y)
                               TO WS-GR-UNI-CASA
                   END-EVALUATE
                   IF WS-GR-ALVO = ZERO
                       MOVE WS-GR-UNI-CASA TO WS-GR-ALVO
                   END-IF
                   IF WS-GR-UNI-CASA NOT = WS-GR-ALVO
                       MOVE "N" TO WS-GR-MESMA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GR-N > 1 AND WS-GR-MESMA = "S"
               PERFORM VARYING WS-GR-K FROM 1 BY 1 UNTIL WS-GR-K > 9
                   MOVE GR-UL (WS-GR-ALVO, WS-GR-K) TO WS-GR-X
                   MOVE GR-UC (WS-GR-ALVO, WS-GR-K) TO WS-GR-Y
                   PERFORM CASA-NA-UNIDADE-GR
                   IF WS-GR-DENTRO = "N" AND
                           GR-CAND (WS-GR-X, WS-GR-Y, WS-GR-D) = 1
                       MOVE ZERO TO GR-CAND (WS-GR-X, WS-GR-Y, WS-GR-D)
                       MOVE "S" TO WS-GR-ACHOU WS-GR-BASTA
                   END-IF
               END-PERFORM
           END-IF
           .

      * par nu: duas casas da mesma unidade so com os mesmos dois
      * candidatos - esses digitos saem das outras casas da unidade.
           PROCURAR-PAR-NU.
           PERFORM VARYING WS-GR-U FROM 1 BY 1
                   UNTIL WS-GR-U > 27 OR WS-GR-BASTA = "S"
               PERFORM VARYING WS-GR-K FROM 1 BY 1
                       UNTIL WS-GR-K > 8 OR WS-GR-BASTA = "S"
                   MOVE GR-UL (WS-GR-U, WS-GR-K) TO WS-GR-X
                   MOVE GR-UC (WS-GR-U, WS-GR-K) TO WS-GR-Y
                   MOVE ZERO TO WS-GR-N
                   INSPECT GR-CANDS (WS-GR-X, WS-GR-Y)
                       TALLYING WS-GR-N FOR ALL "1"
                   IF WS-GR-N = 2
                       PERFORM VARYING WS-GR-K2 FROM WS-GR-K BY 1
                               UNTIL WS-GR-K2 > 9 OR WS-GR-BASTA = "S"
                           IF WS-GR-K2 > WS-GR-K AND
                                   GR-CANDS (GR-UL (WS-GR-U, WS-GR-K2),
                                             GR-UC (WS-GR-U, WS-GR-K2))
                                   = GR-CANDS (WS-GR-X, WS-GR-Y)
                               PERFORM ELIMINAR-PAR-NU
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

           ELIMINAR-PAR-NU.
           PERFORM VARYING WS-GR-K3 FROM 1 BY 1 UNTIL WS-GR-K3 > 9
               IF WS-GR-K3 NOT = WS-GR-K AND WS-GR-K3 NOT = WS-GR-K2
                   MOVE GR-UL (WS-GR-U, WS-GR-K3) TO WS-GR-X2
                   MOVE GR-UC (WS-GR-U, WS-GR-K3) TO WS-GR-Y2
                   PERFORM VARYING WS-GR-D FROM 1 BY 1 UNTIL WS-GR-D > 9
                       IF GR-CAND (WS-GR-X, WS-GR-Y, WS-GR-D) = 1 AND
                               GR-CAND (WS-GR-X2, WS-GR-Y2, WS-GR-D) = 1
                           MOVE ZERO
                               TO GR-CAND (WS-GR-X2, WS-GR-Y2, WS-GR-D)
                           MOVE "S" TO WS-GR-ACHOU WS-GR-BASTA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * par escondido: dois digitos que numa unidade so cabem nas
      * mesmas duas casas - essas casas perdem os outros candidatos.
           PROCURAR-PAR-ESCONDIDO.
           PERFORM VARYING WS-GR-U FROM 1 BY 1
                   UNTIL WS-GR-U > 27 OR WS-GR-BASTA = "S"
               MOVE WS-GR-U TO WS-GR-UP
               PERFORM VARYING WS-GR-D FROM 1 BY 1 UNTIL WS-GR-D > 9
                   PERFORM POSICOES-DIGITO-GR
                   MOVE WS-GR-N TO GR-DU-QTD (WS-GR-D)
                   MOVE WS-GR-P1 TO GR-DU-P1 (WS-GR-D)
                   MOVE WS-GR-P2 TO GR-DU-P2 (WS-GR-D)
               END-PERFORM
               PERFORM VARYING WS-GR-D FROM 1 BY 1
                       UNTIL WS-GR-D > 8 OR WS-GR-BASTA = "S"
                   IF GR-DU-QTD (WS-GR-D) = 2
                       PERFORM VARYING WS-GR-D2 FROM WS-GR-D BY 1
                               UNTIL WS-GR-D2 > 9 OR WS-GR-BASTA = "S"
                           IF WS-GR-D2 > WS-GR-D AND
                                   GR-DU-QTD (WS-GR-D2) = 2 AND
                                   GR-DU-P1 (WS-GR-D2) =
                                       GR-DU-P1 (WS-GR-D) AND
                                   GR-DU-P2 (WS-GR-D2) =
                                       GR-DU-P2 (WS-GR-D)
                               PERFORM ELIMINAR-PAR-ESCONDIDO
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

           ELIMINAR-PAR-ESCONDIDO.
           MOVE GR-DU-P1 (WS-GR-D) TO WS-GR-K3
           PERFORM 2 TIMES
               MOVE GR-UL (WS-GR-U, WS-GR-K3) TO WS-GR-X
               MOVE GR-UC (WS-GR-U, WS-GR-K3) TO WS-GR-Y
               PERFORM VARYING WS-GR-D3 FROM 1 BY 1 UNTIL WS-GR-D3 > 9
                   IF WS-GR-D3 NOT = WS-GR-D AND
                           WS-GR-D3 NOT = WS-GR-D2 AND
                           GR-CAND (WS-GR-X, WS-GR-Y, WS-GR-D3) = 1
                       MOVE ZERO TO GR-CAND (WS-GR-X, WS-GR-Y, WS-GR-D3)
                       MOVE "S" TO WS-GR-ACHOU WS-GR-BASTA
                   END-IF
               END-PERFORM
               MOVE GR-DU-P2 (WS-GR-D) TO WS-GR-K3
           END-PERFORM
           .

      * x-wing: o digito so cabe em duas casas de cada uma de duas
      * linhas, e nas mesmas duas colunas - sai do resto dessas
      * colunas. o mesmo com colunas e linhas trocadas.
           PROCURAR-X-WING.
           PERFORM VARYING WS-GR-D FROM 1 BY 1
                   UNTIL WS-GR-D > 9 OR WS-GR-BASTA = "S"
               PERFORM VARYING WS-GR-U1 FROM 1 BY 1
                       UNTIL WS-GR-U1 > 17 OR WS-GR-BASTA = "S"
                   MOVE WS-GR-U1 TO WS-GR-UP
                   PERFORM POSICOES-DIGITO-GR
                   IF WS-GR-N = 2
                       MOVE WS-GR-P1 TO WS-GR-Q1
                       MOVE WS-GR-P2 TO WS-GR-Q2
                       IF WS-GR-U1 < 10
                           MOVE 9 TO WS-GR-UFIM
                       ELSE
                           MOVE 18 TO WS-GR-UFIM
                       END-IF
                       PERFORM VARYING WS-GR-U2 FROM WS-GR-U1 BY 1
                               UNTIL WS-GR-U2 > WS-GR-UFIM OR
                                   WS-GR-BASTA = "S"
                           MOVE WS-GR-U2 TO WS-GR-UP
                           PERFORM POSICOES-DIGITO-GR
                           IF WS-GR-U2 > WS-GR-U1 AND WS-GR-N = 2 AND
                                   WS-GR-P1 = WS-GR-Q1 AND
                                   WS-GR-P2 = WS-GR-Q2
                               PERFORM ELIMINAR-X-WING
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

           ELIMINAR-X-WING.
           IF WS-GR-U1 < 10
               MOVE WS-GR-U1 TO WS-GR-L1
               MOVE WS-GR-U2 TO WS-GR-L2
               COMPUTE WS-GR-CU = WS-GR-Q1 + 9
           ELSE
               COMPUTE WS-GR-L1 = WS-GR-U1 - 9
               COMPUTE WS-GR-L2 = WS-GR-U2 - 9
               MOVE WS-GR-Q1 TO WS-GR-CU
           END-IF
           PERFORM 2 TIMES
               PERFORM VARYING WS-GR-K3 FROM 1 BY 1 UNTIL WS-GR-K3 > 9
                   MOVE GR-UL (WS-GR-CU, WS-GR-K3) TO WS-GR-X
                   MOVE GR-UC (WS-GR-CU, WS-GR-K3) TO WS-GR-Y
                   IF WS-GR-K3 NOT = WS-GR-L1 AND
                           WS-GR-K3 NOT = WS-GR-L2 AND
                           GR-CAND (WS-GR-X, WS-GR-Y, WS-GR-D) = 1
                       MOVE ZERO TO GR-CAND (WS-GR-X, WS-GR-Y, WS-GR-D)
                       MOVE "S" TO WS-GR-ACHOU WS-GR-BASTA
                   END-IF
               END-PERFORM
               COMPUTE WS-GR-CU = WS-GR-CU + WS-GR-Q2 - WS-GR-Q1
           END-PERFORM
           .

           DISPLAY "I|" COLUNA (9,1) COLUNA (9,2) COLUNA (9,3) "|"
           COLUNA (9,4) COLUNA (9,5) COLUNA (9,6) "|" COLUNA (9,7)
           COLUNA (9,8) COLUNA (9,9) "|"
           PERFORM MOSTRAR-CANDIDATOS
           .

      * as notas aparecem por baixo do tabuleiro, uma linha por
      * linha do tabuleiro que as tenha: B3=159 quer dizer que na
      * casa B3 estao marcados o 1, o 5 e o 9.
           MOSTRAR-CANDIDATOS.
           MOVE "N" TO WS-HA-NOTAS
           PERFORM VARYING WS-NT-I FROM 1 BY 1 UNTIL WS-NT-I > 9
               MOVE SPACE TO WS-LINHA-NOTAS
               MOVE 1 TO WS-NT-PTR
               PERFORM VARYING WS-NT-J FROM 1 BY 1 UNTIL WS-NT-J > 9
                   IF COLUNA (WS-NT-I, WS-NT-J) = "_" AND
                           CAND-CASA (WS-NT-I, WS-NT-J) NOT = SPACE
                       PERFORM COMPACTAR-CANDIDATOS
                       MOVE WS-NT-J TO WS-NT-COL
                       STRING LETRA-CHAR (WS-NT-I) WS-NT-COL "="
                                                DELIMITED BY SIZE
                              WS-CAND-TEXTO     DELIMITED BY SPACE
                              " "               DELIMITED BY SIZE
                           INTO WS-LINHA-NOTAS WITH POINTER WS-NT-PTR
                   END-IF
               END-PERFORM
               IF WS-NT-PTR > 1
                   IF WS-HA-NOTAS = "N"
                       MOVE "S" TO WS-HA-NOTAS
                       DISPLAY "NOTAS:"
                   END-IF
                   DISPLAY "  " WS-LINHA-NOTAS (1:WS-NT-PTR - 1)
               END-IF
           END-PERFORM
           .

           COMPACTAR-CANDIDATOS.
           MOVE SPACE TO WS-CAND-TEXTO
           MOVE ZERO TO WS-NT-K
           PERFORM VARYING WS-NT-D FROM 1 BY 1 UNTIL WS-NT-D > 9
               IF CAND-DIGITO (WS-NT-I, WS-NT-J, WS-NT-D) NOT = SPACE
                   ADD 1 TO WS-NT-K
                   MOVE CAND-DIGITO (WS-NT-I, WS-NT-J, WS-NT-D)
                       TO WS-CAND-TEXTO (WS-NT-K:1)
               END-IF
           END-PERFORM
           .

      * modo de candidatos: numa casa vazia, cada digito escrito e
      * marcado se nao estava e desmarcado se estava; 0 limpa as
      * notas todas da casa.
           MARCAR-CANDIDATOS.
           DISPLAY "CASA PARA AS NOTAS (EX. B7):"
           ACCEPT ESPACO
           MOVE "N" TO WS-ESPACO-VALIDO
           IF ESPACO (1:1) >= "A" AND ESPACO (1:1) <= "I" AND
              ESPACO (2:1) >= "1" AND ESPACO (2:1) <= "9"
               PERFORM CONVERTER-ESPACO
           END-IF
           IF WS-ESPACO-VALIDO NOT = "S"
               DISPLAY "CASA ENTRE A1 E I9."
           ELSE
               IF COLUNA (WS-BI, WS-BJ) NOT = "_"
                   DISPLAY "ESSA CASA JA TEM UM NUMERO."
               ELSE
                   DISPLAY "DIGITOS A MARCAR OU DESMARCAR "
                       "(EX. 159, 0 = LIMPAR):"
                   MOVE SPACE TO WS-NOTAS-ENTRADA
                   ACCEPT WS-NOTAS-ENTRADA
                   IF WS-NOTAS-ENTRADA (1:1) = "0"
                       MOVE SPACE TO CAND-CASA (WS-BI, WS-BJ)
                   ELSE
                       PERFORM VARYING WS-NT-K FROM 1 BY 1
                               UNTIL WS-NT-K > 9
                           PERFORM ALTERNAR-CANDIDATO
                       END-PERFORM
                   END-IF
                   PERFORM BOARD
               END-IF
           END-IF
           .

           ALTERNAR-CANDIDATO.
           IF WS-NOTAS-ENTRADA (WS-NT-K:1) >= "1" AND
                   WS-NOTAS-ENTRADA (WS-NT-K:1) <= "9"
               MOVE WS-NOTAS-ENTRADA (WS-NT-K:1) TO WS-NT-COL
               IF CAND-DIGITO (WS-BI, WS-BJ, WS-NT-COL) = SPACE
                   MOVE WS-NOTAS-ENTRADA (WS-NT-K:1)
                       TO CAND-DIGITO (WS-BI, WS-BJ, WS-NT-COL)
               ELSE
                   MOVE SPACE TO CAND-DIGITO (WS-BI, WS-BJ, WS-NT-COL)
               END-IF
           END-IF
           .

      * o UNDO repoe a casa como estava antes da jogada, notas
      * incluidas, e conta para o leaderboard; a jogada fica no
      * historico para o REDO ate se fazer uma jogada nova.
           DESFAZER-JOGADA.
           IF WS-HIST-POS = ZERO
               DISPLAY "NAO HA JOGADAS PARA DESFAZER."
           ELSE
               MOVE HIST-ANTES (WS-HIST-POS) TO
                   COLUNA (HIST-LINHA (WS-HIST-POS),
                           HIST-COLUNA (WS-HIST-POS))
               MOVE HIST-NOTAS (WS-HIST-POS) TO
                   CAND-CASA (HIST-LINHA (WS-HIST-POS),
                              HIST-COLUNA (WS-HIST-POS))
               DISPLAY "DESFEITA A JOGADA "
                   LETRA-CHAR (HIST-LINHA (WS-HIST-POS))
                   HIST-COLUNA (WS-HIST-POS) " = "
                   HIST-DEPOIS (WS-HIST-POS)
               SUBTRACT 1 FROM WS-HIST-POS
               ADD 1 TO WS-NUM-DESFEITAS
               PERFORM BOARD
           END-IF
           .

      * o REDO volta a passar a jogada pelo PLACE-IN-BOARD, com as
      * mesmas verificacoes de uma jogada normal.
           REFAZER-JOGADA.
           IF WS-HIST-POS NOT < WS-HIST-TOTAL
               DISPLAY "NAO HA JOGADAS PARA REFAZER."
               PERFORM BOARD
           ELSE
               ADD 1 TO WS-HIST-POS
               MOVE HIST-LINHA (WS-HIST-POS) TO WS-BI
               MOVE HIST-COLUNA (WS-HIST-POS) TO WS-BJ
               MOVE HIST-DEPOIS (WS-HIST-POS) TO NUMERO
               DISPLAY "REFEITA A JOGADA " LETRA-CHAR (WS-BI)
                   WS-BJ " = " NUMERO
               MOVE "S" TO WS-A-REFAZER
               PERFORM PLACE-IN-BOARD
               MOVE "N" TO WS-A-REFAZER
               IF WS-VIOLACAO = "S"
                   SUBTRACT 1 FROM WS-HIST-POS
                   MOVE WS-HIST-POS TO WS-HIST-TOTAL
               END-IF
           END-IF
           .

      * guarda a jogada que o PLACE-IN-BOARD vai fazer e descarta as
      * jogadas desfeitas que ainda estavam para refazer. com o
      * historico cheio perde-se a jogada mais antiga.
           REGISTAR-NO-HISTORICO.
           IF WS-HIST-POS NOT < 500
               PERFORM VARYING WS-HIST-I FROM 1 BY 1
                       UNTIL WS-HIST-I > 499
                   MOVE WS-HIST (WS-HIST-I + 1) TO WS-HIST (WS-HIST-I)
               END-PERFORM
               MOVE 499 TO WS-HIST-POS
           END-IF
           ADD 1 TO WS-HIST-POS
           MOVE WS-BI TO HIST-LINHA (WS-HIST-POS)
           MOVE WS-BJ TO HIST-COLUNA (WS-HIST-POS)
           MOVE COLUNA (WS-BI, WS-BJ) TO HIST-ANTES (WS-HIST-POS)
           MOVE WS-NUMERO-CHAR TO HIST-DEPOIS (WS-HIST-POS)
           MOVE CAND-CASA (WS-BI, WS-BJ) TO HIST-NOTAS (WS-HIST-POS)
           MOVE WS-HIST-POS TO WS-HIST-TOTAL
           .

           CHECK1.
           PLACE-IN-BOARD.
           PERFORM VERIFICAR-VIOLACOES
           IF WS-VIOLACAO = "N"
               IF WS-A-REFAZER NOT = "S"
                   PERFORM REGISTAR-NO-HISTORICO
               END-IF
               MOVE NUMERO TO COLUNA (WS-BI, WS-BJ)
               MOVE SPACE TO CAND-CASA (WS-BI, WS-BJ)
               ADD 1 TO WS-NUM-JOGADAS
           ELSE
               ADD 1 TO WS-NUM-REJEICOES
                   DISPLAY "NUMERO REPETIDO NA COLUNA " WS-BJ
               END-IF
           END-PERFORM
           COMPUTE WS-BOX-ROW = WS-BI - FUNCTION MOD (WS-BI - 1, 3)
           COMPUTE WS-BOX-COL = WS-BJ - FUNCTION MOD (WS-BJ - 1, 3)
           COMPUTE WS-BOX-NUM =
               WS-BOX-ROW - 1 + (WS-BOX-COL - 1) / 3 + 1
           PERFORM VARYING X FROM WS-BOX-ROW BY 1
                   UNTIL X > WS-BOX-ROW + 2
               PERFORM VARYING Y FROM WS-BOX-COL BY 1
                  WS-NUM-REJEICOES                DELIMITED BY SIZE
                  " HINTS:"                       DELIMITED BY SIZE
                  WS-NUM-HINTS                    DELIMITED BY SIZE
                  " DESFEITAS:"                   DELIMITED BY SIZE
                  WS-NUM-DESFEITAS                DELIMITED BY SIZE
                  " DATA:"                        DELIMITED BY SIZE
                  WS-DATA-PUZZLE                  DELIMITED BY SIZE
                  " DIF:"                         DELIMITED BY SIZE
                  WS-DIFICULDADE                  DELIMITED BY SIZE
                  " MODO:"                        DELIMITED BY SIZE
                  WS-MODO-DIARIO                  DELIMITED BY SIZE
                  " NIVEL:"                       DELIMITED BY SIZE
                  WS-NIVEL                        DELIMITED BY SIZE
               INTO LINHA-LEADER
           WRITE LINHA-LEADER
           CLOSE LEADERBOARD-FILE
      * ranking so com os jogos de hoje em modo "puzzle do dia"
      * (MODO:S), ordenado pelo melhor tempo - os tempos sao
      * comparaveis porque o tabuleiro do dia e igual para todos.
      * as resolucoes limpas (sem pistas nem jogadas desfeitas)
      * ficam a frente das ajudadas, qualquer que seja o tempo.
           MOSTRAR-RANKING-DO-DIA.
           MOVE ZERO TO WS-RANK-TOTAL
           OPEN INPUT LEADERBOARD-FILE
           ELSE
               PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                       UNTIL WS-RANK-IDX > WS-RANK-TOTAL
                   IF RNK-HINTS (WS-RANK-IDX) = ZERO AND
                           RNK-DESF (WS-RANK-IDX) = ZERO
                       DISPLAY WS-RANK-IDX " "
                           RNK-NOME (WS-RANK-IDX)
                           " TEMPO(S): " RNK-TEMPO (WS-RANK-IDX)
                           " LIMPO"
                   ELSE
                       DISPLAY WS-RANK-IDX " "
                           RNK-NOME (WS-RANK-IDX)
                           " TEMPO(S): " RNK-TEMPO (WS-RANK-IDX)
                           " PISTAS: " RNK-HINTS (WS-RANK-IDX)
                           " DESFEITAS: " RNK-DESF (WS-RANK-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .
           IF WS-PARTE2 (1:8) = FUNCTION CURRENT-DATE (1:8) AND
                   WS-PARTE2 (16:6) = "MODO:S"
               MOVE SPACE TO WS-NOME-PARTE WS-TEMPO-PARTE
                             WS-HINTS-PARTE WS-DESF-PARTE
               UNSTRING WS-PARTE1 DELIMITED BY " TEMPO(S):"
                   OR " HINTS:" OR " DESFEITAS:"
                   INTO WS-NOME-PARTE WS-TEMPO-PARTE
                        WS-HINTS-PARTE WS-DESF-PARTE
               END-UNSTRING
               IF WS-TEMPO-PARTE (1:5) IS NUMERIC AND
                       WS-RANK-TOTAL < 20
                   MOVE WS-TEMPO-PARTE (1:5) TO WS-TEMPO-RANK
                   MOVE ZERO TO WS-HINTS-RANK WS-DESF-RANK
                   IF WS-HINTS-PARTE (1:3) IS NUMERIC
                       MOVE WS-HINTS-PARTE (1:3) TO WS-HINTS-RANK
                   END-IF
                   IF WS-DESF-PARTE (1:3) IS NUMERIC
                       MOVE WS-DESF-PARTE (1:3) TO WS-DESF-RANK
                   END-IF
                   MOVE WS-TEMPO-RANK TO WS-CHAVE-RANK
                   IF WS-HINTS-RANK > ZERO OR WS-DESF-RANK > ZERO
                       ADD 100000 TO WS-CHAVE-RANK
                   END-IF
                   PERFORM INSERIR-NO-RANKING
               END-IF
           END-IF
           ADD 1 TO WS-RANK-TOTAL
           MOVE WS-RANK-TOTAL TO WS-RANK-POS
           PERFORM UNTIL WS-RANK-POS < 2 OR
                   RNK-CHAVE (WS-RANK-POS - 1) NOT > WS-CHAVE-RANK
               MOVE WS-RANKING (WS-RANK-POS - 1)
                   TO WS-RANKING (WS-RANK-POS)
               SUBTRACT 1 FROM WS-RANK-POS
           END-PERFORM
           MOVE WS-NOME-PARTE TO RNK-NOME (WS-RANK-POS)
           MOVE WS-TEMPO-RANK TO RNK-TEMPO (WS-RANK-POS)
           MOVE WS-HINTS-RANK TO RNK-HINTS (WS-RANK-POS)
           MOVE WS-DESF-RANK TO RNK-DESF (WS-RANK-POS)
           MOVE WS-CHAVE-RANK TO RNK-CHAVE (WS-RANK-POS)
           .

           MOSTRAR-LEADERBOARD.
