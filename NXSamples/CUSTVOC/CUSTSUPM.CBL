      * writes or rewrites the matching suplmast.ism record -- the   *
      * same deck-and-report pattern CUSTSREP.CBL uses for the       *
      * sales-rep master -- so purchasing can set suppliers and      *
      * their lead times up without a screen for it.  A sister       *
      * company on the installation is set up as a supplier like any *
      * other, with its compmast.dat code in the last deck field.    *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           03  sd-contact               PIC X(20).
           03  sd-phone                 PIC X(12).
           03  sd-lead-days             PIC 9(3).
      *  A sister company on the installation carries its
      *  compmast.dat code here; outside suppliers leave it off.
           03  sd-ic-company            PIC X(3).

       FD  suplmast-file.
           COPY "supprec.cpy".
           ELSE
               MOVE 0 TO sup-lead-days
           END-IF
           MOVE sd-ic-company TO sup-ic-company
           REWRITE suplmast-record
               INVALID KEY
                   WRITE suplmast-record
