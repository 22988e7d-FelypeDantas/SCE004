           MOVE EXT-CODFORNECEDOR   TO PRO-CODFORNECEDOR
           MOVE EXT-ESTOQUE-MINIMO  TO PRO-ESTOQUE-MINIMO
           MOVE EXT-ULTIMO-PRECO    TO PRO-CUSTO-MEDIO
           MOVE "N"                 TO PRO-CONTROLALOTE
           MOVE SPACES              TO PRO-CLASSEABC
           PERFORM VALIDA-FORNECEDOR THRU VALIDA-FORNECEDOR-FIM
           PERFORM VALIDA-TIPOPRODUTO THRU VALIDA-TIPOPRODUTO-FIM
           PERFORM VALIDA-DATACOMPRA THRU VALIDA-DATACOMPRA-FIM
