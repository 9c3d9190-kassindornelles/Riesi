      *    RIESIHST - DATE/TIME/USER/CODE FORM THE RECORD KEY THERE.
      *    THE BEFORE AND AFTER IMAGES ARE FULL 105-BYTE RIESIVCR
      *    RECORDS; THE BEFORE IMAGE IS SPACES FOR AN ADD AND BOTH
      *    ARE SPACES FOR A DENIED ATTEMPT. RIESICOR WRITES THE SAME
      *    RECORD FOR REJECT CORRECTIONS (ACTION CORR) AND WRITE-OFFS
      *    (WOFF): THE CODE IS THE REJECTED CODE AND THE IMAGES ARE
      *    105-BYTE SUMMARIES OF THE REJWORK ENTRY - WORK NUMBER,
      *    STATUS, CODE AND BATCH DATE TO RECYCLE WITH, SOURCE,
      *    REASON AND WRITE-OFF NOTE. RIESIVCL WRITES THE RECORD
      *    DIRECTLY TO MNTHIST FOR EACH CHANGE AN APPLY RUN MAKES
      *    (USER RIESIVCL, ACTION ADD, CHG OR DEACT). APPLIED ADD,
      *    CHG AND DEACT RECORDS ALSO QUEUE ON PUBPEND, IN THIS SAME
      *    LAYOUT, FOR RIESIPUB'S CODE BOOK PUBLICATION. RIESIADM
      *    WRITES IT FOR SOURCE ADMINISTRATION (ACTIONS SRCREG,
      *    SRCSUS, SRCACT, SRCCHG, SEQRST, CALADD, CALDEL): THE CODE
      *    IS THE SOURCE ID OR CALENDAR DATE AND THE IMAGES ARE THE
      *    FULL SRCMASTR, BATCHSEQ OR CALFILE RECORD, PADDED WITH
      *    SPACES - THE BEFORE IMAGE IS SPACES FOR A REGISTER, A
      *    CALADD OR A FIRST SEQRST, THE AFTER IMAGE FOR A CALDEL.
      *****************************************************************
           05 :PREFIX:-KEY.
               10 :PREFIX:-DATE              PIC X(8).
