000999*                     PARM-DRIFT-PCT, SO THE TWO ALARMS TUNE
000999*                     INDEPENDENTLY. DEFAULT 20 WHEN BLANK OR
000999*                     ZERO.
001002*    2026-10-15  RJH  ADDED PARM-DROP-DAYS (COLS 96-98) - HOW
001005*                     MANY DAYS A STRMASTR KEY MAY GO WITHOUT
001008*                     ARRIVING BEFORE STRMLOAD REPORTS IT
001011*                     DROPPED ON THE CHANGE DELTA. DEFAULT 30
001014*                     WHEN BLANK OR ZERO.
001017*    2026-10-15  RJH  ADDED PARM-ACK-DAYS (COLS 99-100) - HOW
001020*                     MANY DAYS A SHIPOUT EXTRACT MAY GO
001023*                     WITHOUT A RECEIVER ACKNOWLEDGEMENT BEFORE
001026*                     SHIPACK LISTS IT AS OVERDUE. DEFAULT 3
001029*                     WHEN BLANK OR ZERO.
001032*    2026-10-15  RJH  WIDENED THE CONTROL RECORD FROM 100 TO
001035*                     120 BYTES AND ADDED PARM-VERSION (COLS
001038*                     101-105) AND PARM-EFF-DATE (COLS 106-113)
001041*                     - THE PARMHIST VERSION THESE SETTINGS ARE
001044*                     AND THE DATE IT TOOK EFFECT. THE RECORD IS
001047*                     NO LONGER EDITED BY HAND: PARMMAINT EDITS
001050*                     IT FIELD BY FIELD, VALIDATED, AND KEEPS
001053*                     EVERY VERSION ON PARMHIST (SEE PRMHREC);
001056*                     THE STREAM'S PARMSET STEP PUTS A VERSION
001059*                     SCHEDULED FOR A LATER BUSINESS DATE IN
001062*                     PLACE WHEN THAT DATE IS RUN. BLANK ON AN
001065*                     OLDER CONTROL RECORD MEANS VERSION 0, THE
001068*                     SETTINGS FROM BEFORE VERSIONING.
001071*                     REALLOCATE THE CONTROL DATASET AT LRECL
001074*                     120 WHEN PICKING THIS UP.
001077******************************************************************
001100 01  PARM-RECORD.
001200     05  PARM-TARGET-CHAR         PIC X(01).
001300     05  PARM-TRUNC-DSN           PIC X(44).
001397     05  PARM-RPT-FROM            PIC 9(08).
001398     05  PARM-RPT-TO              PIC 9(08).
001399     05  PARM-BAL-JUMP-PCT        PIC 9(03).
001409     05  PARM-DROP-DAYS           PIC 9(03).
001419     05  PARM-ACK-DAYS            PIC 9(02).
001429     05  PARM-VERSION             PIC 9(05).
001439     05  PARM-EFF-DATE            PIC 9(08).
001449     05  FILLER                   PIC X(07).
