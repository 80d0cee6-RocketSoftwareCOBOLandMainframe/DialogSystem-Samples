      *  bl-verdict: "ACCEPTED", "OUTBAL" (totals disagree),
      *  "OUTSEQ" (sequence gap or repeat), "NOTRAIL" (truncated
      *  file), "LEGACY" (no envelope -- processed the old way).
      *  The outbound partner files CUSTEDIX writes log as "SENT",
      *  or "RESENT" when a day's file is rebuilt.
           03  bl-verdict              PIC X(8).

       WORKING-STORAGE SECTION.
