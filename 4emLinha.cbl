               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TORNEIO-STATUS.

           SELECT PARTIDAS-FILE ASSIGN TO "PARTIDAS4EMLINHA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-NUMERO
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PARTIDAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD  PLACAR-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-TORNEIO PIC X(20).

      * um registo por partida em rede, pela chave do numero.
      * estado: A = a aguardar o segundo jogador, J = em jogo,
      * T = terminada, X = abandonada. a actividade e a hora da
      * ultima jogada em segundos.
           FD  PARTIDAS-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-PARTIDA.
               05 PAR-NUMERO      PIC 9(4).
               05 PAR-ESTADO      PIC X(1).
               05 PAR-NOME1       PIC X(20).
               05 PAR-NOME2       PIC X(20).
               05 PAR-VEZ         PIC 9(1).
               05 PAR-JOGADAS     PIC 99.
               05 PAR-ULTIMA-COL  PIC 9(1).
               05 PAR-VENCEDOR    PIC X(20).
               05 PAR-TABULEIRO   PIC X(42).
               05 PAR-ACTIVIDADE  PIC 9(11).

       WORKING-STORAGE SECTION.
       01 TABULEIRO.
           05 ESPACO1 OCCURS 6 TIMES.
       77 WS-EM-REPLAY PIC X VALUE "N".
       77 WS-CONT4-INICIAL PIC 99 VALUE 1.
       77 WS-SAI-JOGADAS PIC X.
       77 WS-JOG-LIDAS PIC 9(6).
       77 WS-JOG-INICIO PIC 9(6).

       01 WS-CLASSIFICACAO-TABELA.
           05 WS-CLASSIFICACAO OCCURS 20 TIMES.
           05 FILLER PIC X(3) VALUE SPACE.
           05 WS-TT-FALTAM PIC Z9.

       77 WS-PARTIDAS-STATUS PIC XX.
       77 WS-PAR-TOTAL PIC 99 VALUE 0.
       77 WS-PAR-I PIC 99.
       77 WS-PAR-IDX PIC 99.
       77 WS-PAR-NUMERO PIC 9(4) VALUE 0.
       77 WS-PAR-MAX PIC 9(4).
       77 WS-PAR-VISTAS PIC 99.
       77 WS-PAR-TIMEOUT PIC 9(4) VALUE 300.
       77 WS-PAR-ESPERA PIC 9(2) VALUE 2.
       77 WS-PAR-ALTERADO PIC X.
       77 WS-PAR-AVISOU PIC X.
       77 WS-PAR-MINHA-VEZ PIC X.
       77 WS-PAR-DESISTIU PIC X.
       77 WS-PAR-LIDA PIC X.
       77 WS-PAR-ABERTO PIC X VALUE "N".
       77 WS-PAR-ACCAO PIC X.
       77 WS-PAR-TENTATIVAS PIC 99.
       77 WS-PAR-FALHAS PIC 9(4).
       77 WS-MEU-LADO PIC 9(1).
       77 WS-AGORA PIC 9(11).
       77 WS-PAR-PARADA PIC 9(11).

       01 WS-AGORA-DATA.
           05 WS-AGORA-AAAAMMDD PIC 9(8).
           05 WS-AGORA-HH PIC 99.
           05 WS-AGORA-MI PIC 99.
           05 WS-AGORA-SS PIC 99.
           05 FILLER PIC X(7).

       01 WS-PARTIDAS-TABELA.
           05 WS-PARTIDA OCCURS 50 TIMES.
               10 PT-NUMERO      PIC 9(4).
               10 PT-ESTADO      PIC X(1).
               10 PT-NOME1       PIC X(20).
               10 PT-NOME2       PIC X(20).
               10 PT-VEZ         PIC 9(1).
               10 PT-JOGADAS     PIC 99.
               10 PT-ULTIMA-COL  PIC 9(1).
               10 PT-VENCEDOR    PIC X(20).
               10 PT-TABULEIRO   PIC X(42).
               10 PT-ACTIVIDADE  PIC 9(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM REGISTAR-SESSAO-INICIO
           PERFORM RULES
           DISPLAY "ESCOLHA: 1 - JOGO AVULSO  2 - TORNEIO  "
               "3 - JOGO EM REDE"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = "2"
               PERFORM MODO-TORNEIO
               PERFORM REGISTAR-SESSAO-FIM
               STOP RUN
           END-IF
           IF WS-RESPOSTA = "3"
               PERFORM MODO-REDE
               PERFORM MOSTRAR-PLACAR
               PERFORM PERGUNTAR-REPLAY
               PERFORM REGISTAR-SESSAO-FIM
               STOP RUN
           END-IF
           DISPLAY "PRETENDE CONTINUAR UM JOGO GRAVADO? (S/N)"
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = "S"
                   MOVE "N" TO WS-JOGO-CARREGADO
               ELSE
                   PERFORM LIMPAR-TABULEIRO
                   PERFORM MARCAR-INICIO-JOGADAS
                   MOVE 1 TO WS-CONT4-INICIAL
                   MOVE "N" TO WS-SALTAR-J1
               END-IF
           END-IF
           .

      * diario de jogadas, partilhado por todos os terminais: cada
      * linha leva o numero da partida em rede (0000 nos jogos
      * locais). o arranque de cada jogo novo (mas nao ao retomar
      * um jogo gravado) escreve uma linha "*", e a reproducao no
      * fim da sessao parte da ultima marca da partida.
           REGISTAR-JOGADA.
           PERFORM ABRIR-JOGADAS-EXTEND
           MOVE SPACE TO LINHA-JOGADA
           STRING PECA " " COLUNA " " WS-PAR-NUMERO
               DELIMITED BY SIZE
               INTO LINHA-JOGADA
           WRITE LINHA-JOGADA
           CLOSE JOGADAS-FILE
           .

           MARCAR-INICIO-JOGADAS.
           PERFORM ABRIR-JOGADAS-EXTEND
           MOVE SPACE TO LINHA-JOGADA
           STRING "*   " WS-PAR-NUMERO DELIMITED BY SIZE
               INTO LINHA-JOGADA
           WRITE LINHA-JOGADA
           CLOSE JOGADAS-FILE
           .

           ABRIR-JOGADAS-EXTEND.
           OPEN EXTEND JOGADAS-FILE
           IF WS-JOGADAS-STATUS = "35"
               OPEN OUTPUT JOGADAS-FILE
               CLOSE JOGADAS-FILE
               OPEN EXTEND JOGADAS-FILE
           END-IF
           .

           GRAVAR-JOGO-4L.
           OPEN OUTPUT JOGO4-FILE
           PERFORM VARYING CONT1 FROM 1 BY 1 UNTIL CONT1 > 6
                   MOVE TOR-NOME(TOR-J2(WS-TOR-ESCOLHA))
                       TO WS-NOME-JOGADOR2
                   PERFORM LIMPAR-TABULEIRO
                   PERFORM MARCAR-INICIO-JOGADAS
                   MOVE 1 TO WS-CONT4-INICIAL
                   MOVE "N" TO WS-SALTAR-J1
                   PERFORM BOARD
           END-IF
           .

      * jogo em rede: dois terminais a jogar a mesma partida
      * atraves do PARTIDAS4EMLINHA.DAT. um terminal cria a partida
      * (fica com o X e comeca), o outro entra pelo numero. cada
      * lado espera pela jogada do adversario relendo o registo da
      * sua partida e redesenha o BOARD quando chega a sua vez.
      * cada alteracao le a partida com bloqueio e regrava so esse
      * registo, e uma jogada so e aceite se, relida assim, a vez
      * for mesmo desse jogador. partidas sem actividade ha mais de
      * WS-PAR-TIMEOUT segundos ficam abandonadas. quem faz a
      * jogada final regista o resultado no PLACAR4EMLINHA.LOG e
      * cada jogada vai para o JOGADAS4EMLINHA.LOG pelo caminho
      * normal do COLOCAR-PECA, como num jogo local.
           MODO-REDE.
           DISPLAY "1 - CRIAR PARTIDA  2 - ENTRAR NUMA PARTIDA"
           ACCEPT WS-RESPOSTA
           MOVE "N" TO WS-MODO-COMPUTADOR
           MOVE 0 TO WS-PAR-IDX
           PERFORM CARREGAR-PARTIDAS
           IF WS-RESPOSTA = "1"
               PERFORM CRIAR-PARTIDA
           ELSE
               PERFORM MOSTRAR-PARTIDAS-ABERTAS
               DISPLAY "NUMERO DA PARTIDA (0 = SAIR):"
               ACCEPT WS-PAR-NUMERO
               IF WS-PAR-NUMERO > 0
                   PERFORM ENTRAR-PARTIDA
               END-IF
           END-IF
           IF WS-PAR-IDX > 0
               PERFORM JOGAR-PARTIDA-REDE
           END-IF
           .

      * o ficheiro e relido depois do nome, como no ENTRAR-PARTIDA,
      * para o numero e o lugar da partida nova contarem com as que
      * outro terminal criou enquanto se escrevia o nome. se mesmo
      * assim o numero ja existir, fica o seguinte livre.
           CRIAR-PARTIDA.
           IF WS-PAR-TOTAL NOT < 50
               DISPLAY "NAO HA LUGAR PARA MAIS PARTIDAS. "
                   "TENTE MAIS TARDE."
           ELSE
               DISPLAY "O SEU NOME:"
               ACCEPT WS-NOME-JOGADOR1
               IF WS-NOME-JOGADOR1 = SPACE
                   MOVE "PLAYER 1" TO WS-NOME-JOGADOR1
               END-IF
               PERFORM CARREGAR-PARTIDAS
               IF WS-PAR-TOTAL NOT < 50
                   DISPLAY "NAO HA LUGAR PARA MAIS PARTIDAS. "
                       "TENTE MAIS TARDE."
               ELSE
                   MOVE 0 TO WS-PAR-MAX
                   PERFORM VARYING WS-PAR-I FROM 1 BY 1
                           UNTIL WS-PAR-I > WS-PAR-TOTAL
                       IF PT-NUMERO(WS-PAR-I) > WS-PAR-MAX
                           MOVE PT-NUMERO(WS-PAR-I) TO WS-PAR-MAX
                       END-IF
                   END-PERFORM
                   IF WS-PAR-MAX = 9999
                       MOVE 0 TO WS-PAR-MAX
                   END-IF
                   ADD 1 TO WS-PAR-MAX GIVING WS-PAR-NUMERO
                   PERFORM LIMPAR-TABULEIRO
                   ADD 1 TO WS-PAR-TOTAL
                   MOVE WS-PAR-TOTAL TO WS-PAR-IDX
                   MOVE WS-PAR-NUMERO TO PT-NUMERO(WS-PAR-IDX)
                   MOVE "A" TO PT-ESTADO(WS-PAR-IDX)
                   MOVE WS-NOME-JOGADOR1 TO PT-NOME1(WS-PAR-IDX)
                   MOVE SPACE TO PT-NOME2(WS-PAR-IDX)
                   MOVE 1 TO PT-VEZ(WS-PAR-IDX)
                   MOVE 0 TO PT-JOGADAS(WS-PAR-IDX)
                   MOVE 0 TO PT-ULTIMA-COL(WS-PAR-IDX)
                   MOVE SPACE TO PT-VENCEDOR(WS-PAR-IDX)
                   MOVE TABULEIRO TO PT-TABULEIRO(WS-PAR-IDX)
                   MOVE WS-AGORA TO PT-ACTIVIDADE(WS-PAR-IDX)
                   PERFORM GRAVAR-PARTIDA-NOVA
                   IF WS-PAR-IDX > 0
                       MOVE 1 TO WS-MEU-LADO
                       PERFORM MARCAR-INICIO-JOGADAS
                       DISPLAY "PARTIDA N. " WS-PAR-NUMERO " CRIADA. "
                           "O ADVERSARIO ENTRA COM ESTE NUMERO."
                   END-IF
               END-IF
           END-IF
           .

           MOSTRAR-PARTIDAS-ABERTAS.
           DISPLAY " "
           DISPLAY "*** PARTIDAS A AGUARDAR ADVERSARIO ***"
           MOVE 0 TO WS-PAR-I
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-TOTAL
               IF PT-ESTADO(WS-PAR-IDX) = "A"
                   ADD 1 TO WS-PAR-I
                   DISPLAY PT-NUMERO(WS-PAR-IDX) "  CRIADA POR "
                       PT-NOME1(WS-PAR-IDX)
               END-IF
           END-PERFORM
           IF WS-PAR-I = 0
               DISPLAY "(NENHUMA PARTIDA ABERTA)"
           END-IF
           MOVE 0 TO WS-PAR-IDX
           .

      * o ficheiro e relido antes de entrar e, depois do nome, a
      * partida e relida com bloqueio, para nao ocupar um lugar que
      * outro terminal ja tenha tomado entretanto.
           ENTRAR-PARTIDA.
           PERFORM CARREGAR-PARTIDAS
           PERFORM ENCONTRAR-PARTIDA
           IF WS-PAR-IDX = 0
               DISPLAY "PARTIDA INEXISTENTE."
           ELSE
               IF PT-ESTADO(WS-PAR-IDX) NOT = "A"
                   DISPLAY "ESSA PARTIDA JA NAO ESTA ABERTA."
                   MOVE 0 TO WS-PAR-IDX
               ELSE
                   DISPLAY "O SEU NOME:"
                   ACCEPT WS-NOME-JOGADOR2
                   IF WS-NOME-JOGADOR2 = SPACE
                       MOVE "PLAYER 2" TO WS-NOME-JOGADOR2
                   END-IF
                   PERFORM BLOQUEAR-PARTIDA
                   EVALUATE WS-PAR-LIDA
                       WHEN "S"
                           PERFORM OCUPAR-LUGAR
                       WHEN "N"
                           DISPLAY "PARTIDA INEXISTENTE."
                       WHEN OTHER
                           DISPLAY "PARTIDA OCUPADA OU ILEGIVEL ("
                               WS-PARTIDAS-STATUS "). TENTE OUTRA VEZ."
                           MOVE 0 TO WS-PAR-IDX
                   END-EVALUATE
                   PERFORM LIBERTAR-PARTIDA
               END-IF
           END-IF
           .

           OCUPAR-LUGAR.
           IF PT-ESTADO(WS-PAR-IDX) NOT = "A"
               DISPLAY "ESSA PARTIDA JA NAO ESTA ABERTA."
               MOVE 0 TO WS-PAR-IDX
           ELSE
               MOVE "J" TO PT-ESTADO(WS-PAR-IDX)
               MOVE WS-NOME-JOGADOR2 TO PT-NOME2(WS-PAR-IDX)
               MOVE WS-AGORA TO PT-ACTIVIDADE(WS-PAR-IDX)
               PERFORM REGRAVAR-PARTIDA
               IF WS-PARTIDAS-STATUS NOT = "00"
                   MOVE 0 TO WS-PAR-IDX
               ELSE
                   MOVE 2 TO WS-MEU-LADO
                   MOVE PT-NOME1(WS-PAR-IDX) TO WS-NOME-JOGADOR1
                   DISPLAY "ENTROU NA PARTIDA N. "
                       WS-PAR-NUMERO " CONTRA " WS-NOME-JOGADOR1
               END-IF
           END-IF
           .

           JOGAR-PARTIDA-REDE.
           MOVE "N" TO WS-JOGO-TERMINOU
           MOVE "N" TO WS-PAR-DESISTIU
           PERFORM UNTIL WS-JOGO-TERMINOU = "S"
               PERFORM AGUARDAR-VEZ
               IF WS-JOGO-TERMINOU NOT = "S"
                   PERFORM JOGAR-VEZ-REDE
               END-IF
           END-PERFORM
           .

      * espera ate ser a vez deste terminal ou ate a partida acabar
      * do outro lado (vitoria, empate ou abandono). um registo que
      * nao se consegue ler (em falta ou bloqueado por outro
      * terminal) volta a ser lido; so ao fim do tempo limite sem o
      * ler a partida se da por terminada.
           AGUARDAR-VEZ.
           MOVE "N" TO WS-PAR-MINHA-VEZ
           MOVE "N" TO WS-PAR-AVISOU
           MOVE 0 TO WS-PAR-FALHAS
           PERFORM UNTIL WS-PAR-MINHA-VEZ = "S"
                   OR WS-JOGO-TERMINOU = "S"
               PERFORM LER-PARTIDA
               IF WS-PAR-LIDA NOT = "S"
                   PERFORM PARTIDA-POR-LER
               ELSE
                   MOVE 0 TO WS-PAR-FALHAS
                   PERFORM ABANDONAR-SE-PARADA
                   EVALUATE PT-ESTADO(WS-PAR-IDX)
                       WHEN "T"
                           PERFORM MOSTRAR-FIM-PARTIDA
                       WHEN "X"
                           DISPLAY "PARTIDA ABANDONADA "
                               "(TEMPO ESGOTADO OU DESISTENCIA)."
                           MOVE "S" TO WS-JOGO-TERMINOU
                       WHEN "J"
                           IF PT-VEZ(WS-PAR-IDX) = WS-MEU-LADO
                               PERFORM PREPARAR-VEZ-REDE
                           ELSE
                               PERFORM ESPERAR-ADVERSARIO
                           END-IF
                       WHEN OTHER
                           PERFORM ESPERAR-ADVERSARIO
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

           PARTIDA-POR-LER.
           ADD 1 TO WS-PAR-FALHAS
           IF WS-PAR-FALHAS * WS-PAR-ESPERA > WS-PAR-TIMEOUT
               DISPLAY "A PARTIDA JA NAO EXISTE."
               MOVE "S" TO WS-JOGO-TERMINOU
           ELSE
               CALL "C$SLEEP" USING WS-PAR-ESPERA
           END-IF
           .

      * partida em espera ou em jogo parada ha mais do que o tempo
      * limite: relida com bloqueio e, se continuar parada, fica
      * abandonada. se nao se conseguir reler, a tabela guarda a
      * copia lida pelo LER-PARTIDA.
           ABANDONAR-SE-PARADA.
           MOVE WS-PAR-IDX TO WS-PAR-I
           PERFORM VERIFICAR-PARADA
           IF WS-PAR-ACCAO = "X"
               PERFORM BLOQUEAR-PARTIDA
               IF WS-PAR-LIDA = "S"
                   MOVE WS-PAR-IDX TO WS-PAR-I
                   PERFORM VERIFICAR-PARADA
                   IF WS-PAR-ACCAO = "X"
                       MOVE "X" TO PT-ESTADO(WS-PAR-IDX)
                       MOVE WS-AGORA TO PT-ACTIVIDADE(WS-PAR-IDX)
                       PERFORM REGRAVAR-PARTIDA
                   END-IF
               END-IF
               PERFORM LIBERTAR-PARTIDA
               MOVE 1 TO WS-PAR-IDX
           END-IF
           .

           ESPERAR-ADVERSARIO.
           IF WS-PAR-AVISOU NOT = "S"
               MOVE "S" TO WS-PAR-AVISOU
               IF PT-ESTADO(WS-PAR-IDX) = "A"
                   DISPLAY "A AGUARDAR QUE O ADVERSARIO ENTRE..."
               ELSE
                   DISPLAY "A AGUARDAR A JOGADA DO ADVERSARIO..."
               END-IF
           END-IF
           CALL "C$SLEEP" USING WS-PAR-ESPERA
           .

           PREPARAR-VEZ-REDE.
           MOVE "S" TO WS-PAR-MINHA-VEZ
           MOVE PT-NOME1(WS-PAR-IDX) TO WS-NOME-JOGADOR1
           MOVE PT-NOME2(WS-PAR-IDX) TO WS-NOME-JOGADOR2
           MOVE PT-TABULEIRO(WS-PAR-IDX) TO TABULEIRO
           MOVE PT-JOGADAS(WS-PAR-IDX) TO WS-PAR-VISTAS
           IF PT-JOGADAS(WS-PAR-IDX) > 0
               DISPLAY "O ADVERSARIO JOGOU NA COLUNA "
                   PT-ULTIMA-COL(WS-PAR-IDX)
           END-IF
           PERFORM BOARD
           .

           MOSTRAR-FIM-PARTIDA.
           MOVE "S" TO WS-JOGO-TERMINOU
           MOVE PT-TABULEIRO(WS-PAR-IDX) TO TABULEIRO
           MOVE PT-VENCEDOR(WS-PAR-IDX) TO WS-NOME-VENCEDOR
           DISPLAY "O ADVERSARIO JOGOU NA COLUNA "
               PT-ULTIMA-COL(WS-PAR-IDX)
           PERFORM BOARD
           IF WS-NOME-VENCEDOR = "EMPATE"
               DISPLAY "EMPATE."
           ELSE
               DISPLAY "O VENCEDOR E " WS-NOME-VENCEDOR "!"
           END-IF
           .

      * a jogada so e gravada se a partida, relida agora com
      * bloqueio, ainda estiver em jogo, na vez deste lado e com o
      * mesmo numero de jogadas que estava no tabuleiro mostrado.
      * se nao se conseguir ler, a vez volta a ser pedida.
           JOGAR-VEZ-REDE.
           MOVE WS-MEU-LADO TO WS-JOGADOR-ATUAL
           IF WS-MEU-LADO = 1
               MOVE "X" TO PECA
               DISPLAY "TURNO DE " WS-NOME-JOGADOR1
                   ". INDICA A COLUNA (SAIR = DESISTIR):"
           ELSE
               MOVE "O" TO PECA
               DISPLAY "TURNO DE " WS-NOME-JOGADOR2
                   ". INDICA A COLUNA (SAIR = DESISTIR):"
           END-IF
           PERFORM OBTER-COLUNA-REDE
           PERFORM BLOQUEAR-PARTIDA
           IF WS-PAR-LIDA NOT = "S"
               DISPLAY "JOGADA NAO GRAVADA: PARTIDA INDISPONIVEL ("
                   WS-PARTIDAS-STATUS "). TENTE OUTRA VEZ."
               MOVE "N" TO WS-PAR-DESISTIU
           ELSE
               IF PT-ESTADO(WS-PAR-IDX) NOT = "J" OR
                       PT-VEZ(WS-PAR-IDX) NOT = WS-MEU-LADO OR
                       PT-JOGADAS(WS-PAR-IDX) NOT = WS-PAR-VISTAS
                   DISPLAY "JOGADA RECUSADA: NAO E A SUA VEZ."
               ELSE
                   IF WS-PAR-DESISTIU = "S"
                       MOVE "X" TO PT-ESTADO(WS-PAR-IDX)
                       MOVE WS-AGORA TO PT-ACTIVIDADE(WS-PAR-IDX)
                       PERFORM REGRAVAR-PARTIDA
                       DISPLAY "DESISTIU DA PARTIDA."
                       MOVE "S" TO WS-JOGO-TERMINOU
                   ELSE
                       PERFORM REGISTAR-JOGADA-REDE
                   END-IF
               END-IF
           END-IF
           PERFORM LIBERTAR-PARTIDA
           .

      * a partida e regravada antes de se escrever a jogada e o
      * resultado nos diarios, para estes nunca registarem uma
      * jogada que nao chegou ao ficheiro das partidas.
           REGISTAR-JOGADA-REDE.
           MOVE PT-TABULEIRO(WS-PAR-IDX) TO TABULEIRO
           PERFORM ENCONTRAR-LINHA-LIVRE
           MOVE PECA TO ESPACO2 (WS-LINHA-DESTINO, COLUNA)
           PERFORM HA-4-EM-LINHA
           MOVE TABULEIRO TO PT-TABULEIRO(WS-PAR-IDX)
           ADD 1 TO PT-JOGADAS(WS-PAR-IDX)
           MOVE COLUNA TO PT-ULTIMA-COL(WS-PAR-IDX)
           MOVE WS-AGORA TO PT-ACTIVIDADE(WS-PAR-IDX)
           IF WS-MEU-LADO = 1
               MOVE 2 TO PT-VEZ(WS-PAR-IDX)
           ELSE
               MOVE 1 TO PT-VEZ(WS-PAR-IDX)
           END-IF
           IF WS-HA-4 = "S"
               MOVE "T" TO PT-ESTADO(WS-PAR-IDX)
               IF WS-MEU-LADO = 1
                   MOVE WS-NOME-JOGADOR1 TO PT-VENCEDOR(WS-PAR-IDX)
               ELSE
                   MOVE WS-NOME-JOGADOR2 TO PT-VENCEDOR(WS-PAR-IDX)
               END-IF
           ELSE
               IF PT-JOGADAS(WS-PAR-IDX) = 42
                   MOVE "T" TO PT-ESTADO(WS-PAR-IDX)
                   MOVE "EMPATE" TO PT-VENCEDOR(WS-PAR-IDX)
               END-IF
           END-IF
           PERFORM REGRAVAR-PARTIDA
           IF WS-PARTIDAS-STATUS NOT = "00"
               DISPLAY "JOGADA NAO GRAVADA: ERRO NA PARTIDA ("
                   WS-PARTIDAS-STATUS ")."
               MOVE "S" TO WS-JOGO-TERMINOU
           ELSE
               PERFORM REGISTAR-JOGADA
               PERFORM BOARD
               IF WS-HA-4 = "S"
                   PERFORM VERIFICAR-VITORIA
               ELSE
                   IF PT-ESTADO(WS-PAR-IDX) = "T"
                       PERFORM DRAW
                       MOVE "S" TO WS-JOGO-TERMINOU
                   END-IF
               END-IF
           END-IF
           .

      * como o OBTER-COLUNA, mas sem SAVE: uma partida em rede nao
      * se grava, desiste-se dela com SAIR.
           OBTER-COLUNA-REDE.
           MOVE "N" TO WS-COLUNA-VALIDA
           PERFORM UNTIL WS-COLUNA-VALIDA = "S"
                   OR WS-PAR-DESISTIU = "S"
               MOVE SPACE TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               IF WS-ENTRADA = "SAIR"
                   MOVE "S" TO WS-PAR-DESISTIU
               ELSE
               IF WS-ENTRADA(1:1) >= "1" AND WS-ENTRADA(1:1) <= "7"
                   MOVE WS-ENTRADA(1:1) TO COLUNA
                   PERFORM ENCONTRAR-LINHA-LIVRE
                   IF WS-LINHA-DESTINO > 0
                       MOVE "S" TO WS-COLUNA-VALIDA
                   ELSE
                       DISPLAY "COLUNA CHEIA. ESCOLHA OUTRA COLUNA:"
                   END-IF
               ELSE
                   DISPLAY "JOGADA FORA DO TABULEIRO. TENTE OUTRA VEZ:"
               END-IF
               END-IF
           END-PERFORM
           .

           ENCONTRAR-PARTIDA.
           MOVE 0 TO WS-PAR-IDX
           PERFORM VARYING WS-PAR-I FROM 1 BY 1
                   UNTIL WS-PAR-I > WS-PAR-TOTAL
               IF PT-NUMERO(WS-PAR-I) = WS-PAR-NUMERO
                   MOVE WS-PAR-I TO WS-PAR-IDX
               END-IF
           END-PERFORM
           .

      * le todas as partidas para a lista e o numero da nova. as
      * paradas ha mais do que o tempo limite sao arrumadas uma a
      * uma pelo ARRUMAR-PARTIDAS.
           CARREGAR-PARTIDAS.
           PERFORM OBTER-AGORA
           MOVE 0 TO WS-PAR-TOTAL
           MOVE "N" TO WS-PAR-ALTERADO
           OPEN INPUT PARTIDAS-FILE
           IF WS-PARTIDAS-STATUS = "00"
               MOVE "N" TO WS-SAI-JOGADAS
               PERFORM UNTIL WS-SAI-JOGADAS = "S"
                   READ PARTIDAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-SAI-JOGADAS
                       NOT AT END
                           IF WS-PAR-TOTAL < 50
                               ADD 1 TO WS-PAR-TOTAL
                               MOVE LINHA-PARTIDA
                                   TO WS-PARTIDA(WS-PAR-TOTAL)
                           END-IF
                   END-READ
                   IF WS-PARTIDAS-STATUS NOT = "00"
                       MOVE "S" TO WS-SAI-JOGADAS
                   END-IF
               END-PERFORM
               CLOSE PARTIDAS-FILE
           END-IF
           PERFORM VARYING WS-PAR-I FROM 1 BY 1
                   UNTIL WS-PAR-I > WS-PAR-TOTAL
               PERFORM VERIFICAR-PARADA
               IF WS-PAR-ACCAO NOT = SPACE
                   MOVE "S" TO WS-PAR-ALTERADO
               END-IF
           END-PERFORM
           IF WS-PAR-ALTERADO = "S"
               PERFORM ARRUMAR-PARTIDAS
           END-IF
           .

      * partida WS-PAR-I parada ha mais do que o tempo limite:
      * em espera ou em jogo fica abandonada ("X"); terminada ou
      * abandonada ja ficou o tempo limite para o outro terminal
      * ver o desfecho e sai do ficheiro ("D").
           VERIFICAR-PARADA.
           MOVE SPACE TO WS-PAR-ACCAO
           MOVE 0 TO WS-PAR-PARADA
           IF PT-ACTIVIDADE(WS-PAR-I) < WS-AGORA
               COMPUTE WS-PAR-PARADA =
                   WS-AGORA - PT-ACTIVIDADE(WS-PAR-I)
           END-IF
           IF WS-PAR-PARADA > WS-PAR-TIMEOUT
               EVALUATE PT-ESTADO(WS-PAR-I)
                   WHEN "A"
                   WHEN "J"
                       MOVE "X" TO WS-PAR-ACCAO
                   WHEN "T"
                   WHEN "X"
                       MOVE "D" TO WS-PAR-ACCAO
               END-EVALUATE
           END-IF
           .

      * cada partida a arrumar e relida com bloqueio e so mexe se
      * continuar parada; uma partida bloqueada por outro terminal
      * esta em uso e fica como esta.
           ARRUMAR-PARTIDAS.
           OPEN I-O PARTIDAS-FILE
           IF WS-PARTIDAS-STATUS = "00"
               PERFORM VARYING WS-PAR-I FROM 1 BY 1
                       UNTIL WS-PAR-I > WS-PAR-TOTAL
                   PERFORM VERIFICAR-PARADA
                   IF WS-PAR-ACCAO NOT = SPACE
                       PERFORM ARRUMAR-PARTIDA
                   END-IF
               END-PERFORM
               CLOSE PARTIDAS-FILE
           END-IF
           .

           ARRUMAR-PARTIDA.
           MOVE PT-NUMERO(WS-PAR-I) TO PAR-NUMERO
           READ PARTIDAS-FILE KEY IS PAR-NUMERO
               INVALID KEY
                   MOVE "D" TO PT-ESTADO(WS-PAR-I)
               NOT INVALID KEY
                   MOVE LINHA-PARTIDA TO WS-PARTIDA(WS-PAR-I)
                   PERFORM VERIFICAR-PARADA
                   EVALUATE WS-PAR-ACCAO
                       WHEN "X"
                           MOVE "X" TO PT-ESTADO(WS-PAR-I)
                           MOVE WS-AGORA TO PT-ACTIVIDADE(WS-PAR-I)
                           MOVE WS-PARTIDA(WS-PAR-I) TO LINHA-PARTIDA
                           REWRITE LINHA-PARTIDA
                       WHEN "D"
                           DELETE PARTIDAS-FILE RECORD
                           MOVE "D" TO PT-ESTADO(WS-PAR-I)
                   END-EVALUATE
           END-READ
           .

      * le so a partida WS-PAR-NUMERO, sem bloqueio; a tabela fica
      * apenas com essa partida (WS-PAR-IDX = 1). WS-PAR-LIDA: S =
      * lida, N = nao existe, B = bloqueada, E = erro no ficheiro.
           LER-PARTIDA.
           PERFORM OBTER-AGORA
           MOVE "E" TO WS-PAR-LIDA
           OPEN INPUT PARTIDAS-FILE
           IF WS-PARTIDAS-STATUS = "00"
               PERFORM LER-PARTIDA-CHAVE
               CLOSE PARTIDAS-FILE
           END-IF
           .

      * como o LER-PARTIDA, mas com o ficheiro aberto para
      * atualizar: o registo fica bloqueado ate ao LIBERTAR-PARTIDA.
      * se outro terminal o tiver bloqueado tenta-se mais umas vezes.
           BLOQUEAR-PARTIDA.
           PERFORM OBTER-AGORA
           MOVE "E" TO WS-PAR-LIDA
           OPEN I-O PARTIDAS-FILE
           IF WS-PARTIDAS-STATUS = "00"
               MOVE "S" TO WS-PAR-ABERTO
               MOVE "B" TO WS-PAR-LIDA
               MOVE 0 TO WS-PAR-TENTATIVAS
               PERFORM UNTIL WS-PAR-LIDA NOT = "B"
                       OR WS-PAR-TENTATIVAS NOT < 5
                   IF WS-PAR-TENTATIVAS > 0
                       CALL "C$SLEEP" USING WS-PAR-ESPERA
                   END-IF
                   ADD 1 TO WS-PAR-TENTATIVAS
                   PERFORM LER-PARTIDA-CHAVE
               END-PERFORM
           END-IF
           .

           LER-PARTIDA-CHAVE.
           MOVE 0 TO WS-PAR-IDX
           MOVE WS-PAR-NUMERO TO PAR-NUMERO
           READ PARTIDAS-FILE KEY IS PAR-NUMERO
               INVALID KEY
                   MOVE "N" TO WS-PAR-LIDA
               NOT INVALID KEY
                   MOVE LINHA-PARTIDA TO WS-PARTIDA(1)
                   MOVE 1 TO WS-PAR-TOTAL
                   MOVE 1 TO WS-PAR-IDX
                   MOVE "S" TO WS-PAR-LIDA
           END-READ
           IF WS-PARTIDAS-STATUS = "51"
               MOVE "B" TO WS-PAR-LIDA
           ELSE
               IF WS-PARTIDAS-STATUS NOT = "00" AND
                       WS-PARTIDAS-STATUS NOT = "23"
                   MOVE "E" TO WS-PAR-LIDA
               END-IF
           END-IF
           .

           LIBERTAR-PARTIDA.
           IF WS-PAR-ABERTO = "S"
               CLOSE PARTIDAS-FILE
               MOVE "N" TO WS-PAR-ABERTO
           END-IF
           .

      * regrava a partida lida pelo BLOQUEAR-PARTIDA.
           REGRAVAR-PARTIDA.
           MOVE WS-PARTIDA(WS-PAR-IDX) TO LINHA-PARTIDA
           REWRITE LINHA-PARTIDA
           IF WS-PARTIDAS-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR A PARTIDA ("
                   WS-PARTIDAS-STATUS ")."
           END-IF
           .

      * a partida nova e acrescentada ao ficheiro; se outro terminal
      * ja gravou esse numero tenta-se o seguinte. sem gravar fica
      * WS-PAR-IDX a zero.
           GRAVAR-PARTIDA-NOVA.
           OPEN I-O PARTIDAS-FILE
           IF WS-PARTIDAS-STATUS = "35"
               OPEN OUTPUT PARTIDAS-FILE
               CLOSE PARTIDAS-FILE
               OPEN I-O PARTIDAS-FILE
           END-IF
           IF WS-PARTIDAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AS PARTIDAS ("
                   WS-PARTIDAS-STATUS "). PARTIDA NAO CRIADA."
               MOVE 0 TO WS-PAR-IDX
           ELSE
               MOVE "N" TO WS-PAR-LIDA
               MOVE 0 TO WS-PAR-TENTATIVAS
               PERFORM UNTIL WS-PAR-LIDA NOT = "N"
                   PERFORM ESCREVER-PARTIDA-NOVA
               END-PERFORM
               IF WS-PAR-LIDA NOT = "S"
                   DISPLAY "ERRO AO GRAVAR A PARTIDA ("
                       WS-PARTIDAS-STATUS "). PARTIDA NAO CRIADA."
                   MOVE 0 TO WS-PAR-IDX
               END-IF
               CLOSE PARTIDAS-FILE
           END-IF
           .

           ESCREVER-PARTIDA-NOVA.
           ADD 1 TO WS-PAR-TENTATIVAS
           MOVE WS-PAR-NUMERO TO PT-NUMERO(WS-PAR-IDX)
           MOVE WS-PARTIDA(WS-PAR-IDX) TO LINHA-PARTIDA
           WRITE LINHA-PARTIDA
           EVALUATE TRUE
               WHEN WS-PARTIDAS-STATUS = "00"
                   MOVE "S" TO WS-PAR-LIDA
               WHEN WS-PARTIDAS-STATUS = "22" AND
                       WS-PAR-TENTATIVAS < 20
                   IF WS-PAR-NUMERO = 9999
                       MOVE 1 TO WS-PAR-NUMERO
                   ELSE
                       ADD 1 TO WS-PAR-NUMERO
                   END-IF
               WHEN OTHER
                   MOVE "E" TO WS-PAR-LIDA
           END-EVALUATE
           .

           OBTER-AGORA.
           MOVE FUNCTION CURRENT-DATE TO WS-AGORA-DATA
           COMPUTE WS-AGORA =
               FUNCTION INTEGER-OF-DATE (WS-AGORA-AAAAMMDD) * 86400
               + WS-AGORA-HH * 3600 + WS-AGORA-MI * 60 + WS-AGORA-SS
           .

           PERGUNTAR-REPLAY.
           DISPLAY "REVER O ULTIMO JOGO JOGADA A JOGADA? (S/N)"
           ACCEPT WS-RESPOSTA
           END-IF
           .

      * primeira passagem: procura a ultima marca de inicio da
      * partida; a segunda so reproduz as jogadas dela que vem
      * depois dessa marca.
           REPRODUZIR-JOGO.
           MOVE 0 TO WS-JOG-INICIO
           OPEN INPUT JOGADAS-FILE
           IF WS-JOGADAS-STATUS = "00"
               MOVE 0 TO WS-JOG-LIDAS
               MOVE "N" TO WS-SAI-JOGADAS
               PERFORM UNTIL WS-SAI-JOGADAS = "S"
                   READ JOGADAS-FILE
                       AT END
                           MOVE "S" TO WS-SAI-JOGADAS
                       NOT AT END
                           ADD 1 TO WS-JOG-LIDAS
                           IF LINHA-JOGADA (1:1) = "*" AND
                                   LINHA-JOGADA (5:4) = WS-PAR-NUMERO
                               MOVE WS-JOG-LIDAS TO WS-JOG-INICIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOGADAS-FILE
               OPEN INPUT JOGADAS-FILE
           END-IF
           IF WS-JOGADAS-STATUS NOT = "00"
               DISPLAY "(SEM JOGADAS REGISTADAS)"
           ELSE
               MOVE "S" TO WS-EM-REPLAY
               PERFORM LIMPAR-TABULEIRO
               MOVE 0 TO WS-JOG-LIDAS
               MOVE "N" TO WS-SAI-JOGADAS
               PERFORM UNTIL WS-SAI-JOGADAS = "S"
                   READ JOGADAS-FILE
                       AT END
                           MOVE "S" TO WS-SAI-JOGADAS
                       NOT AT END
                           ADD 1 TO WS-JOG-LIDAS
                           PERFORM REPRODUZIR-LINHA
                   END-READ
               END-PERFORM
               CLOSE JOGADAS-FILE
           END-IF
           .

           REPRODUZIR-LINHA.
           IF WS-JOG-LIDAS > WS-JOG-INICIO AND
                   LINHA-JOGADA (1:1) NOT = "*" AND
                   LINHA-JOGADA (5:4) = WS-PAR-NUMERO
               MOVE LINHA-JOGADA (1:1) TO PECA
               MOVE LINHA-JOGADA (3:1) TO COLUNA
               PERFORM ENCONTRAR-LINHA-LIVRE
               IF WS-LINHA-DESTINO > 0
                   PERFORM COLOCAR-PECA
                   PERFORM BOARD
                   DISPLAY "ENTER PARA A PROXIMA JOGADA"
                   ACCEPT WS-RESPOSTA
               END-IF
           END-IF
           .

           ESCOLHER-COLUNA-COMPUTADOR.
           MOVE PECA TO WS-PECA-SALVA
           MOVE "X" TO PECA
