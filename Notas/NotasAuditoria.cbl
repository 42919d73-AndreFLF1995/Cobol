                   MOVE "OVERRIDE" TO WS-OP-DESCRICAO
               WHEN "L"
                   MOVE "LANC DISC" TO WS-OP-DESCRICAO
               WHEN "T"
                   MOVE "MUDA TURMA" TO WS-OP-DESCRICAO
               WHEN "C"
                   MOVE "CONSELHO" TO WS-OP-DESCRICAO
               WHEN OTHER
                   MOVE "?" TO WS-OP-DESCRICAO
           END-EVALUATE
