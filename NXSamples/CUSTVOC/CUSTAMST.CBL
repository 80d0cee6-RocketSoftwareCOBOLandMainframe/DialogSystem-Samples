      * -- so opening the first central-region branch is a deck      *
      * line, not a program change in every report that groups by    *
      * area.                                                        *
      * Each area also names the collector (collmast.ism) who works  *
      * its accounts on the CUSTCOLQ call queue.                     *
      *                                                              *
      * (C) 1993-2024 Rocket Software, Inc. or its affiliates.       *
      * All rights reserved.                                         *
           03  ad-area-code             PIC X.
           03  ad-area-name             PIC X(15).
           03  ad-area-manager          PIC X(20).
      *  ad-area-collector is optional -- a deck line without it
      *  leaves the area's accounts unassigned for collections.
           03  ad-area-collector        PIC X(3).

       FD  areamast-file.
           COPY "areamast.cpy".
           MOVE ad-area-code    TO area-code
           MOVE ad-area-name    TO area-name
           MOVE ad-area-manager TO area-manager
           MOVE ad-area-collector TO area-collector
           REWRITE areamast-record
               INVALID KEY
                   WRITE areamast-record
