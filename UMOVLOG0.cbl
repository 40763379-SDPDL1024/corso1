           MOVE    L-MOVL-QTA-PRIMA    TO  F0SGIOR-QTA-PRIMA
           MOVE    L-MOVL-QTA-DOPO     TO  F0SGIOR-QTA-DOPO
020926     MOVE    L-MOVL-CODE-LOTT    TO  F0SGIOR-CODE-LOTT
151026     MOVE    L-MOVL-COST-UNIT    TO  F0SGIOR-COST-UNIT
151026*    Movimento nuovo: progressivo e impronta della catena li
151026*    assegna il deposito
151026     MOVE    ZERO                TO  F0SGIOR-PROG-CATE
151026     MOVE    SPACES              TO  F0SGIOR-HASH
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URGIOR10"              USING F0SGIOR LWCOMAR
