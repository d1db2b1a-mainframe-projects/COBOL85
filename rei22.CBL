019300          move ct-cust-id(cor-hit) to ord-cust-id
019400      end-if.
019500      move "S" to ord-type.
019550      move 0 to ord-quo-price.
019600      write ord-record.
019700      move rej-date to dl-date.
019800      move rej-seq to dl-seq.
