      *****************************************************************
      *    RIESICSA - CODE-TO-SOURCE AUTHORIZATION RECORD (CODEAUTH)
      *    COPY RIESICSA REPLACING ==:PREFIX:== BY ==<field-prefix>==.
      *    KEYED BY CODE + SOURCE SYSTEM. THE CROSS-REFERENCE IS
      *    OPT-IN PER CODE: A CODE WITH NO RECORDS ON THE FILE MAY
      *    BE SENT BY ANY SOURCE, BUT ONCE A CODE HAS ONE OR MORE
      *    RECORDS ONLY THE SOURCES LISTED FOR IT MAY USE IT - ANY
      *    OTHER SOURCE GETS REASON 09.
      *****************************************************************
           05 :PREFIX:-KEY.
               10 :PREFIX:-CODE              PIC A(50).
               10 :PREFIX:-SOURCE-SYSTEM     PIC X(8).
           05 :PREFIX:-ADDED-DATE            PIC X(8).
           05 :PREFIX:-ADDED-BY              PIC X(8).
