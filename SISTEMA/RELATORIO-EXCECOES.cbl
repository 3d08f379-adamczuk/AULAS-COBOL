               IF FS-CODIGO(WS-IDX-FS) EQUAL WS-FS-CODIGO-BUSCA
                   MOVE FS-MENSAGEM(WS-IDX-FS) TO WS-FS-MENSAGEM
               END-IF
           END-PERFORM

           IF WS-FS-CODIGO-BUSCA EQUAL '97'
               MOVE "LANCAMENTO EM PERIODO CONTABIL FECHADO" TO
                   WS-FS-MENSAGEM
           END-IF.

       0950-RESOLVER-AMBIENTE.
           CALL "CONFIG-AMBIENTE" USING PARM-AMBIENTE
