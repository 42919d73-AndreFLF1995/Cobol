       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASMOV.
      *--------------------------------------------------
      * registo de mudancas de turma: a unica forma de mudar o
      * NOTAS-TURMA de um aluno depois de inserido. cada mudanca
      * fica em MOVIMENTOS_TURMA.DAT (aluno, turma antiga, turma
      * nova, data efetiva e operador) e na auditoria ("T"). o
      * NOTASPAU, o NOTASDIS e o NOTASTAT leem este registo e o
      * CALENDARIO.DAT para atribuir cada nota de DISC-PERIODO a
      * turma em que o aluno estava no fim desse periodo - um
      * aluno que passa da 10A para a 10B no 2o periodo continua
      * na pauta do 1o periodo da 10A. nao se aceitam datas
      * futuras, datas anteriores a ultima mudanca do aluno, nem
      * mudancas que caiam num periodo ja fechado no NOTASFCH.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "slnotas.cbl".
           COPY "slmovturma.cbl".
           COPY "slturmas.cbl".
           COPY "slcalendar.cbl".
           COPY "slfechos.cbl".
           COPY "slauditoria.cbl".
           COPY "sloperador.cbl".

       DATA DIVISION.
       FILE SECTION.
           COPY "fdnotas.cbl".
           COPY "fdmovturma.cbl".
           COPY "fdturmas.cbl".
           COPY "fdcalendar.cbl".
           COPY "fdfechos.cbl".
           COPY "fdauditoria.cbl".
           COPY "fdoperador.cbl".

       WORKING-STORAGE SECTION.
           77 OPCAO PIC X(1).
           77 SAI PIC X(1).
           77 WS-NOTAS-STATUS PIC XX.
           77 WS-MOVTURMA-STATUS PIC XX.
           77 WS-TURMAS-STATUS PIC XX.
           77 WS-CALEND-STATUS PIC XX.
           77 WS-FECHOS-STATUS PIC XX.
           77 WS-AUD-STATUS PIC XX.
           77 WS-OPER-STATUS PIC XX.
           77 WS-OPERADOR PIC X(4).
           77 WS-PERFIL PIC X(1).
           77 WS-LOGIN-CODIGO PIC X(4).
           77 WS-LOGIN-SENHA PIC X(8).
           77 WS-TENTATIVAS PIC 9(1).
           77 WS-NOTAS-NUMBER PIC 9(5).
           77 WS-TURMA-NOVA PIC X(4).
           77 WS-TURMA-FILTRO PIC X(4).
           77 WS-DATA-EFETIVA PIC X(8).
           77 WS-HOJE PIC X(8).
           77 WS-ULTIMA-DATA PIC X(8).
           77 WS-CONFIRMA PIC X(1).
           77 WS-VALIDO PIC X(1).
           77 WS-P PIC 9(1).
           77 WS-TOTAL-MOVIMENTOS PIC 9(5).

           01 WS-FECHOS-TABELA.
               05 WS-FECHO-PERIODO PIC X OCCURS 3 TIMES.

           01 WS-CALENDARIO-TABELA.
               05 WS-CAL-FIM PIC X(8) OCCURS 3 TIMES.

           01 WS-LINHA-MOVIMENTO.
               05 WS-M-DATA    PIC X(8).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-M-ALUNO   PIC ZZZZ9.
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-M-ANTIGA  PIC X(4).
               05 FILLER       PIC X(4) VALUE " -> ".
               05 WS-M-NOVA    PIC X(4).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-M-OPER    PIC X(4).
               05 FILLER       PIC X(2) VALUE SPACE.
               05 WS-M-REGISTO PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LOGIN-OPERADOR.

           INICIO.
           MOVE "N" TO SAI
               DISPLAY "   ***   MUDANCAS DE TURMA   ***".
               DISPLAY "   ***   1-MUDAR ALUNO DE TURMA   ***".
               DISPLAY "   ***   2-MOVIMENTOS DE UM ALUNO   ***".
               DISPLAY "   ***   3-LISTAR MOVIMENTOS   ***".
               DISPLAY "         ***   0-SAIR   ***".

           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   IF WS-PERFIL = "C"
                       DISPLAY "PERFIL DE CONSULTA: OPERACAO NEGADA."
                   ELSE
                       PERFORM MUDAR-TURMA
                   END-IF
               WHEN "2"
                   PERFORM CONSULTAR-ALUNO
               WHEN "3"
                   PERFORM LISTAR-MOVIMENTOS
               WHEN "0"
                   STOP RUN
           END-EVALUATE
           PERFORM INICIO
           .

           MUDAR-TURMA.
           OPEN I-O NOTAS-FILE
           IF WS-NOTAS-STATUS NOT = "00"
               DISPLAY "NOTAS.DAT NAO ENCONTRADO."
           ELSE
               DISPLAY "NUMERO DO ALUNO: "
                   ACCEPT WS-NOTAS-NUMBER
               MOVE WS-NOTAS-NUMBER TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       DISPLAY "ALUNO NAO ENCONTRADO!"
                   NOT INVALID KEY
                       IF ALUNO-INATIVO
                           DISPLAY "ALUNO APAGADO. USE REPOR ANTES."
                       ELSE
                           PERFORM PEDIR-MUDANCA
                       END-IF
               END-READ
               CLOSE NOTAS-FILE
           END-IF
           .

           PEDIR-MUDANCA.
           DISPLAY "NOME: " NOMEALUNO
           DISPLAY "TURMA ATUAL: " NOTAS-TURMA
           MOVE "S" TO WS-VALIDO
           MOVE SPACE TO WS-TURMA-NOVA
           DISPLAY "NOVA TURMA (ENTER PARA CANCELAR): "
               ACCEPT WS-TURMA-NOVA
           IF WS-TURMA-NOVA = SPACE
               MOVE "N" TO WS-VALIDO
               DISPLAY "MUDANCA CANCELADA."
           END-IF
           IF WS-VALIDO = "S" AND WS-TURMA-NOVA = NOTAS-TURMA
               MOVE "N" TO WS-VALIDO
               DISPLAY "O ALUNO JA ESTA NESSA TURMA."
           END-IF
           IF WS-VALIDO = "S"
               PERFORM VERIFICAR-TURMA-NOVA
           END-IF
           IF WS-VALIDO = "S"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE
               MOVE SPACE TO WS-DATA-EFETIVA
               DISPLAY "DATA EFETIVA AAAAMMDD (ENTER = HOJE): "
                   ACCEPT WS-DATA-EFETIVA
               IF WS-DATA-EFETIVA = SPACE
                   MOVE WS-HOJE TO WS-DATA-EFETIVA
               END-IF
               PERFORM VERIFICAR-DATA-EFETIVA
           END-IF
           IF WS-VALIDO = "S"
               DISPLAY "MUDAR " NOTAS-NUMBER " DE " NOTAS-TURMA
                   " PARA " WS-TURMA-NOVA " EM " WS-DATA-EFETIVA
                   "? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GRAVAR-MUDANCA
               ELSE
                   DISPLAY "MUDANCA CANCELADA."
               END-IF
           END-IF
           .

      * a turma de destino tem de existir no TURMAS.DAT; sem
      * ficheiro de turmas aceita-se, como no resto do sistema.
           VERIFICAR-TURMA-NOVA.
           OPEN INPUT TURMAS-FILE
           IF WS-TURMAS-STATUS = "00"
               MOVE WS-TURMA-NOVA TO TURMA-CODIGO
               READ TURMAS-FILE KEY IS TURMA-CODIGO
                   INVALID KEY
                       MOVE "N" TO WS-VALIDO
                       DISPLAY "TURMA " WS-TURMA-NOVA
                           " NAO EXISTE (NOTASTRM)."
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               CLOSE TURMAS-FILE
           END-IF
           .

      * a data efetiva nao pode ser futura (o NOTAS-TURMA muda ja),
      * nem anterior ou igual a ultima mudanca do aluno, nem cair
      * num periodo que ja fechou: mudaria a turma a que estao
      * atribuidas notas ja entregues ao ministerio.
           VERIFICAR-DATA-EFETIVA.
           IF WS-DATA-EFETIVA IS NOT NUMERIC
               MOVE "N" TO WS-VALIDO
               DISPLAY "DATA INVALIDA."
           ELSE
               IF WS-DATA-EFETIVA > WS-HOJE
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "A DATA EFETIVA NAO PODE SER FUTURA."
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               PERFORM OBTER-ULTIMA-MUDANCA
               IF WS-ULTIMA-DATA NOT = SPACE AND
                       WS-DATA-EFETIVA NOT > WS-ULTIMA-DATA
                   MOVE "N" TO WS-VALIDO
                   DISPLAY "JA EXISTE MUDANCA EM " WS-ULTIMA-DATA
                       ". A DATA TEM DE SER POSTERIOR."
               END-IF
           END-IF
           IF WS-VALIDO = "S"
               PERFORM CARREGAR-FECHOS
               PERFORM CARREGAR-CALENDARIO
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
                   IF WS-FECHO-PERIODO(WS-P) = "F" AND
                           WS-CAL-FIM(WS-P) NOT = SPACE AND
                           WS-CAL-FIM(WS-P) NOT < WS-DATA-EFETIVA
                       MOVE "N" TO WS-VALIDO
                       DISPLAY "O PERIODO " WS-P " JA FECHOU E "
                           "TERMINA DEPOIS DESSA DATA."
                   END-IF
               END-PERFORM
           END-IF
           .

           OBTER-ULTIMA-MUDANCA.
           MOVE SPACE TO WS-ULTIMA-DATA
           OPEN INPUT MOVTURMA-FILE
           IF WS-MOVTURMA-STATUS = "00"
               MOVE NOTAS-NUMBER TO MOV-NOTAS-NUMBER
               MOVE SPACE TO MOV-DATA-EFETIVA
               MOVE "N" TO SAI
               START MOVTURMA-FILE KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE "S" TO SAI
               END-START
               PERFORM UNTIL SAI = "S"
                   READ MOVTURMA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF MOV-NOTAS-NUMBER NOT = NOTAS-NUMBER
                               MOVE "S" TO SAI
                           ELSE
                               MOVE MOV-DATA-EFETIVA TO
                                   WS-ULTIMA-DATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVTURMA-FILE
           END-IF
           .

      * o movimento e gravado antes do aluno: se o registo do aluno
      * estiver preso por outro operador, o movimento e desfeito.
           GRAVAR-MUDANCA.
           OPEN I-O MOVTURMA-FILE
           IF WS-MOVTURMA-STATUS = "35"
               OPEN OUTPUT MOVTURMA-FILE
               CLOSE MOVTURMA-FILE
               OPEN I-O MOVTURMA-FILE
           END-IF
           MOVE SPACE TO REG-MOVTURMA
           MOVE NOTAS-NUMBER TO MOV-NOTAS-NUMBER
           MOVE WS-DATA-EFETIVA TO MOV-DATA-EFETIVA
           MOVE NOTAS-TURMA TO MOV-TURMA-ANTIGA
           MOVE WS-TURMA-NOVA TO MOV-TURMA-NOVA
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO MOV-TIMESTAMP
           WRITE REG-MOVTURMA
               INVALID KEY
                   DISPLAY "JA EXISTE MUDANCA DESTE ALUNO NESSA DATA."
               NOT INVALID KEY
                   MOVE WS-TURMA-NOVA TO NOTAS-TURMA
                   REWRITE REG-ALUNO
                   IF WS-NOTAS-STATUS = "00"
                       PERFORM REGISTAR-AUDITORIA
                       DISPLAY "ALUNO " NOTAS-NUMBER
                           " MUDADO PARA A TURMA " NOTAS-TURMA "."
                   ELSE
                       DELETE MOVTURMA-FILE RECORD
                       DISPLAY "REGISTO EM USO POR OUTRO OPERADOR. "
                           "TENTE NOVAMENTE."
                   END-IF
           END-WRITE
           CLOSE MOVTURMA-FILE
           .

      * a mudanca nao mexe nas notas: a linha "T" leva as mesmas
      * notas antes e depois, so para ficar na cronologia do aluno.
           REGISTAR-AUDITORIA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE SPACE TO REG-AUDITORIA
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE "T" TO AUD-OPERACAO
           MOVE NOTAS-NUMBER TO AUD-NOTAS-NUMBER
           MOVE NOTA1 TO AUD-A-NOTA1
           MOVE NOTA2 TO AUD-A-NOTA2
           MOVE NOTA3 TO AUD-A-NOTA3
           MOVE MEDIAALUNO TO AUD-A-MEDIA
           MOVE NOTA1 TO AUD-D-NOTA1
           MOVE NOTA2 TO AUD-D-NOTA2
           MOVE NOTA3 TO AUD-D-NOTA3
           MOVE MEDIAALUNO TO AUD-D-MEDIA
           MOVE WS-OPERADOR TO AUD-OPERADOR
           WRITE REG-AUDITORIA
           CLOSE AUDIT-FILE
           .

           CONSULTAR-ALUNO.
           DISPLAY "NUMERO DO ALUNO: "
               ACCEPT WS-NOTAS-NUMBER
           OPEN INPUT NOTAS-FILE
           IF WS-NOTAS-STATUS = "00"
               MOVE WS-NOTAS-NUMBER TO NOTAS-NUMBER
               READ NOTAS-FILE KEY IS NOTAS-NUMBER
                   INVALID KEY
                       DISPLAY "ALUNO NAO ENCONTRADO!"
                   NOT INVALID KEY
                       DISPLAY "NOME: " NOMEALUNO
                           "  TURMA ATUAL: " NOTAS-TURMA
               END-READ
               CLOSE NOTAS-FILE
           END-IF
           MOVE ZERO TO WS-TOTAL-MOVIMENTOS
           OPEN INPUT MOVTURMA-FILE
           IF WS-MOVTURMA-STATUS = "00"
               MOVE WS-NOTAS-NUMBER TO MOV-NOTAS-NUMBER
               MOVE SPACE TO MOV-DATA-EFETIVA
               MOVE "N" TO SAI
               START MOVTURMA-FILE KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE "S" TO SAI
               END-START
               PERFORM UNTIL SAI = "S"
                   READ MOVTURMA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF MOV-NOTAS-NUMBER NOT = WS-NOTAS-NUMBER
                               MOVE "S" TO SAI
                           ELSE
                               PERFORM MOSTRAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVTURMA-FILE
           END-IF
           DISPLAY "MUDANCAS DE TURMA: " WS-TOTAL-MOVIMENTOS
           .

      * todos os movimentos, pela ordem de aluno e data; com turma
      * indicada mostra so os que saem dela ou entram nela.
           LISTAR-MOVIMENTOS.
           MOVE SPACE TO WS-TURMA-FILTRO
           DISPLAY "TURMA (ENTER PARA TODAS): "
               ACCEPT WS-TURMA-FILTRO
           MOVE ZERO TO WS-TOTAL-MOVIMENTOS
           OPEN INPUT MOVTURMA-FILE
           IF WS-MOVTURMA-STATUS NOT = "00"
               DISPLAY "AINDA NAO HA MUDANCAS DE TURMA REGISTADAS."
           ELSE
               DISPLAY "DATA      ALUNO  TURMAS        OPER  REGISTO"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ MOVTURMA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF WS-TURMA-FILTRO = SPACE OR
                                   MOV-TURMA-ANTIGA = WS-TURMA-FILTRO
                                   OR MOV-TURMA-NOVA = WS-TURMA-FILTRO
                               PERFORM MOSTRAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVTURMA-FILE
               DISPLAY "MUDANCAS DE TURMA: " WS-TOTAL-MOVIMENTOS
           END-IF
           .

           MOSTRAR-MOVIMENTO.
           ADD 1 TO WS-TOTAL-MOVIMENTOS
           MOVE MOV-DATA-EFETIVA TO WS-M-DATA
           MOVE MOV-NOTAS-NUMBER TO WS-M-ALUNO
           MOVE MOV-TURMA-ANTIGA TO WS-M-ANTIGA
           MOVE MOV-TURMA-NOVA TO WS-M-NOVA
           MOVE MOV-OPERADOR TO WS-M-OPER
           MOVE MOV-TIMESTAMP(1:8) TO WS-M-REGISTO
           DISPLAY WS-LINHA-MOVIMENTO
           .

           CARREGAR-FECHOS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               MOVE "A" TO WS-FECHO-PERIODO(WS-P)
           END-PERFORM
           OPEN INPUT FECHOS-FILE
           IF WS-FECHOS-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ FECHOS-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF FECHO-PERIODO >= 1 AND
                                   FECHO-PERIODO <= 3
                               MOVE FECHO-ESTADO TO
                                   WS-FECHO-PERIODO(FECHO-PERIODO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHOS-FILE
           END-IF
           .

           CARREGAR-CALENDARIO.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3
               MOVE SPACE TO WS-CAL-FIM(WS-P)
           END-PERFORM
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALEND-STATUS = "00"
               MOVE "N" TO SAI
               PERFORM UNTIL SAI = "S"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "S" TO SAI
                       NOT AT END
                           IF CAL-PERIODO >= 1 AND CAL-PERIODO <= 3
                               MOVE CAL-FIM TO WS-CAL-FIM(CAL-PERIODO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF
           .

           LOGIN-OPERADOR.
           MOVE SPACE TO WS-OPERADOR
           MOVE SPACE TO WS-PERFIL
           OPEN INPUT OPERADOR-FILE
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHEIRO DE OPERADORES INEXISTENTE."
               DISPLAY "SESSAO DE SUPERVISOR ASSUMIDA. USE NOTASOPR."
               MOVE "ADMN" TO WS-OPERADOR
               MOVE "S" TO WS-PERFIL
           ELSE
               MOVE ZERO TO WS-TENTATIVAS
               PERFORM UNTIL WS-PERFIL NOT = SPACE
                       OR WS-TENTATIVAS = 3
                   ADD 1 TO WS-TENTATIVAS
                   DISPLAY "CODIGO DE OPERADOR: "
                       ACCEPT WS-LOGIN-CODIGO
                   DISPLAY "SENHA: "
                       ACCEPT WS-LOGIN-SENHA
                   MOVE WS-LOGIN-CODIGO TO OP-CODIGO
                   READ OPERADOR-FILE KEY IS OP-CODIGO
                       INVALID KEY
                           DISPLAY "OPERADOR DESCONHECIDO."
                       NOT INVALID KEY
                           IF OP-SENHA = WS-LOGIN-SENHA
                               MOVE OP-CODIGO TO WS-OPERADOR
                               MOVE OP-PERFIL TO WS-PERFIL
                           ELSE
                               DISPLAY "SENHA ERRADA."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-FILE
               IF WS-PERFIL = SPACE
                   DISPLAY "ACESSO NEGADO."
                   STOP RUN
               END-IF
           END-IF
           .
