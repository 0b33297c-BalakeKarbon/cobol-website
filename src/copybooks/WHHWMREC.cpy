      ******************************************************************
      *WAREHOUSE HIGH-WATER-MARK RECORD LAYOUT
      *ONE RECORD PER WAREHOUSE FEED (data/warehouse-hwm.dat),
      *REWRITTEN BY src/warehouse-extract.cob ONLY WHEN A RUN'S
      *CONTROL TOTALS TIE, SO A FAILED RUN IS SIMPLY RE-EXTRACTED THE
      *NEXT NIGHT. A FEED WITH NO RECORD YET STARTS FROM THE
      *BEGINNING OF ITS LOG.
      ******************************************************************
       01 WAREHOUSE-HWM-RECORD.
          05 WHM-FEED                 PIC X(8).
      *        'HIT', 'SESSION', 'AUDIT', 'ERROR' OR 'DAILY'.
          05 WHM-RUN-DATE             PIC X(8).
      *        DATE OF THE RUN THAT SET THE MARK.
          05 WHM-FROM                 PIC X(21).
          05 WHM-TO                   PIC X(21).
      *        THAT RUN'S EXTRACT WINDOW (SEE WHFEEDREC). WHM-TO IS
      *        THE HIGH-WATER MARK THE NEXT NIGHT STARTS FROM. A SECOND
      *        RUN ON THE SAME DATE STARTS AGAIN FROM WHM-FROM INSTEAD,
      *        SO ITS FEED FILE - WHICH REPLACES THE FIRST RUN'S FILE
      *        OF THE SAME NAME - STILL HOLDS THE WHOLE NIGHT'S DATA.
      *        FOR 'DAILY' BOTH CARRY A SUMMARY DATE IN THEIR FIRST
      *        8 POSITIONS: WHM-TO IS THE LATEST ONE DELIVERED.
          05 WHM-RECORDS              PIC 9(9).
      *        'D' RECORDS DELIVERED BY THAT RUN.
