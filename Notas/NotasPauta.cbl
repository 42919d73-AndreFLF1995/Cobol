      * impressao recebe um numero de versao sequencial e fica no
      * registo PAUTA_REG.DAT - quando uma nota muda depois de uma
      * reabertura, prova-se que versao esteve afixada e quando.
      * as alteracoes aprovadas no NOTASAPR depois de publicada a
      * pauta deixam no registo uma linha "R" (revisao pedida); a
      * versao seguinte impressa aqui fecha esse pedido. as notas
      * alteradas pelo conselho de turma (NOTASCON) deixam o mesmo
      * "R", com o pedido "CT" + numero da deliberacao.
      * cada aluno entra na pauta da turma em que estava no fim do
      * periodo (MOVIMENTOS_TURMA.DAT, do NOTASMOV), nao na atual.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "slnotas.cbl".
           COPY "slturmas.cbl".
           COPY "sldiscipl.cbl".
           COPY "slpautareg.cbl".
           COPY "slmovturma.cbl".
           COPY "slcalendar.cbl".

           SELECT PAUTA-FILE ASSIGN TO "PAUTA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdturmas.cbl".
           COPY "fddiscipl.cbl".
           COPY "fdpautareg.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdcalendar.cbl".

           FD  PAUTA-FILE
               LABEL RECORD IS STANDARD.
           01  LINHA-PAUTA PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-TURMAS-STATUS PIC XX.
           77 WS-NOME-DISC PIC X(30).
           77 WS-F-VERSAO PIC ZZ9.
           77 WS-F-RECURSO PIC Z9.99.
           77 WS-REVISAO PIC X VALUE "N".
           77 WS-REVISAO-PEDIDO PIC X(6).
           77 WS-MOVTURMA-STATUS PIC XX.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-MOV-EXISTE PIC X VALUE "N".
           77 WS-MOV-SAI PIC X.
           77 WS-MOV-IDX PIC 9(2).
           77 WS-MOV-TOTAL PIC 9(2) VALUE 0.
           77 WS-MOV-ALUNO PIC 9(5) VALUE 0.
           77 WS-MOV-ANO-INICIO PIC X(8).
           77 WS-MOV-PERIODO PIC 9(1).
           77 WS-TURMA-PERIODO PIC X(4).

      * fim de cada periodo no calendario e mudancas de turma do
      * aluno corrente no ano letivo (MOVIMENTOS_TURMA.DAT).
           01 WS-MOV-FIM-TABELA.
               05 WS-MOV-FIM-PER PIC X(8) OCCURS 3 TIMES.

           01 WS-MOV-TABELA.
               05 WS-MOV OCCURS 20 TIMES.
                   10 TAB-MOV-DATA   PIC X(8).
                   10 TAB-MOV-ANTIGA PIC X(4).
                   10 TAB-MOV-NOVA   PIC X(4).

           01 WS-CABECALHO-PAUTA.
               05 FILLER PIC X(12) VALUE "NUMERO".
               STOP RUN
           END-IF
           PERFORM OBTER-VERSAO
           IF WS-REVISAO = "S"
               IF WS-REVISAO-PEDIDO(1:2) = "CT"
                   DISPLAY "NOVA VERSAO PEDIDA PELA DELIBERACAO "
                       WS-REVISAO-PEDIDO(3:3) " DO CONSELHO DE TURMA."
               ELSE
                   DISPLAY "NOVA VERSAO PEDIDA PELA ALTERACAO APROVADA "
                       WS-REVISAO-PEDIDO "."
               END-IF
           END-IF
           PERFORM ABRIR-MOVIMENTOS
           MOVE WS-PERIODO TO WS-MOV-PERIODO
           OPEN OUTPUT PAUTA-FILE
           PERFORM ESCREVER-CABECALHO
           MOVE "N" TO SAI
                   AT END
                       MOVE "S" TO SAI
                   NOT AT END
                       IF ALUNO-ATIVO
                           PERFORM OBTER-TURMA-PERIODO
                           IF WS-TURMA-PERIODO = WS-TURMA
                               PERFORM TRATAR-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ESCREVER-RODAPE
           CLOSE PAUTA-FILE
           CLOSE NOTAS-FILE
           PERFORM FECHAR-MOVIMENTOS
           PERFORM REGISTAR-IMPRESSAO
           DISPLAY "PAUTA.LST ESCRITO. ALUNOS: " WS-TOTAL-ALUNOS
               " VERSAO: " WS-VERSAO
      * as impressoes anteriores no registo e soma um.
           OBTER-VERSAO.
           MOVE 1 TO WS-VERSAO
           OPEN INPUT PAUTA-REG-FILE
           IF WS-REG-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ PAUTA-REG-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF PAU-TURMA = WS-TURMA AND
                                   PAU-DISC = WS-DISC AND
                                   PAU-PERIODO = WS-PERIODO
                               PERFORM CONTAR-VERSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAUTA-REG-FILE
           END-IF
           .

      * as linhas "R" nao contam versoes; a ultima linha do par
      * diz se ha revisao por fazer.
           CONTAR-VERSAO.
           IF PAU-REVISAO-PEDIDA
               MOVE "S" TO WS-REVISAO
               MOVE PAU-PEDIDO TO WS-REVISAO-PEDIDO
           ELSE
               MOVE "N" TO WS-REVISAO
               IF PAU-VERSAO NOT < WS-VERSAO
                   COMPUTE WS-VERSAO = PAU-VERSAO + 1
               END-IF
           END-IF
           .

           REGISTAR-IMPRESSAO.
           OPEN EXTEND PAUTA-REG-FILE
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT PAUTA-REG-FILE
               CLOSE PAUTA-REG-FILE
               OPEN EXTEND PAUTA-REG-FILE
           END-IF
           MOVE SPACE TO REG-PAUTA-REG
           MOVE WS-TURMA TO PAU-TURMA
           MOVE WS-PERIODO TO PAU-PERIODO
           MOVE WS-VERSAO TO PAU-VERSAO
           MOVE FUNCTION CURRENT-DATE TO PAU-TIMESTAMP
           MOVE "V" TO PAU-TIPO
           WRITE REG-PAUTA-REG
           CLOSE PAUTA-REG-FILE
           .

           ESCREVER-CABECALHO.
               TO LINHA-PAUTA
           WRITE LINHA-PAUTA
           .

      * mudancas de turma (NOTASMOV): abre o registo para a corrida
      * toda e guarda o fim de cada periodo do CALENDARIO.DAT. sem
      * registo ou sem calendario cada nota fica na turma atual.
           ABRIR-MOVIMENTOS.
           MOVE "N" TO WS-MOV-EXISTE
           MOVE SPACE TO WS-MOV-ANO-INICIO
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1 UNTIL WS-MOV-IDX > 3
               MOVE SPACE TO WS-MOV-FIM-PER(WS-MOV-IDX)
           END-PERFORM
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALEND-STATUS = "00"
               MOVE "N" TO WS-MOV-SAI
               PERFORM UNTIL WS-MOV-SAI = "S"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "S" TO WS-MOV-SAI
                       NOT AT END
                           IF CAL-PERIODO >= 1 AND CAL-PERIODO <= 3
                               MOVE CAL-FIM TO
                                   WS-MOV-FIM-PER(CAL-PERIODO)
                           END-IF
                           IF CAL-PERIODO = 1
                               MOVE CAL-INICIO TO WS-MOV-ANO-INICIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           OPEN INPUT MOVTURMA-FILE
           IF WS-MOVTURMA-STATUS = "00"
               MOVE "S" TO WS-MOV-EXISTE
           END-IF
           .

           FECHAR-MOVIMENTOS.
           IF WS-MOV-EXISTE = "S"
               CLOSE MOVTURMA-FILE
           END-IF
           .

      * a nota do periodo WS-MOV-PERIODO pertence a turma em que o
      * aluno corrente estava no fim desse periodo: a turma nova da
      * ultima mudanca com data ate ao fim do periodo, ou a turma
      * antiga da primeira mudanca se todas forem posteriores.
      * devolve WS-TURMA-PERIODO.
           OBTER-TURMA-PERIODO.
           MOVE NOTAS-TURMA TO WS-TURMA-PERIODO
           IF WS-MOV-EXISTE = "S" AND
                   WS-MOV-PERIODO >= 1 AND WS-MOV-PERIODO <= 3
               IF NOTAS-NUMBER NOT = WS-MOV-ALUNO
                   PERFORM CARREGAR-MOVIMENTOS-ALUNO
               END-IF
               IF WS-MOV-TOTAL > ZERO AND
                       WS-MOV-FIM-PER(WS-MOV-PERIODO) NOT = SPACE
                   MOVE TAB-MOV-ANTIGA(1) TO WS-TURMA-PERIODO
                   PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                           UNTIL WS-MOV-IDX > WS-MOV-TOTAL
                       IF TAB-MOV-DATA(WS-MOV-IDX) NOT >
                               WS-MOV-FIM-PER(WS-MOV-PERIODO)
                           MOVE TAB-MOV-NOVA(WS-MOV-IDX) TO
                               WS-TURMA-PERIODO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

      * so contam as mudancas deste ano letivo (desde o inicio do
      * 1o periodo): as de anos anteriores ja estao no percurso.
           CARREGAR-MOVIMENTOS-ALUNO.
           MOVE NOTAS-NUMBER TO WS-MOV-ALUNO
           MOVE ZERO TO WS-MOV-TOTAL
           MOVE NOTAS-NUMBER TO MOV-NOTAS-NUMBER
           MOVE WS-MOV-ANO-INICIO TO MOV-DATA-EFETIVA
           MOVE "N" TO WS-MOV-SAI
           START MOVTURMA-FILE KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-MOV-SAI
           END-START
           PERFORM UNTIL WS-MOV-SAI = "S"
               READ MOVTURMA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-MOV-SAI
                   NOT AT END
                       IF MOV-NOTAS-NUMBER NOT = WS-MOV-ALUNO
                           MOVE "S" TO WS-MOV-SAI
                       ELSE
                           IF WS-MOV-TOTAL < 20
                               ADD 1 TO WS-MOV-TOTAL
                               MOVE MOV-DATA-EFETIVA TO
                                   TAB-MOV-DATA(WS-MOV-TOTAL)
                               MOVE MOV-TURMA-ANTIGA TO
                                   TAB-MOV-ANTIGA(WS-MOV-TOTAL)
                               MOVE MOV-TURMA-NOVA TO
                                   TAB-MOV-NOVA(WS-MOV-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
