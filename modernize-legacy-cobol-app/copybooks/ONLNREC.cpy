000010*****************************************************************
000020* ONLNREC                                                      *
000030* ---------------------------------------------------------    *
000040* MODIFICATION HISTORY                                         *
000050* 10/15/2026  RLM  Original version - online-availability      *
000060*                  record kept by RUN-CONTROL beside its       *
000070*                  control file and read by MAIN-PROGRAM.      *
000080*****************************************************************
000090* The one record on ONLINE-STATUS-FILE says whether tellers    *
000100* may post.  RUN-CONTROL closes it as each nightly step        *
000110* starts - the first being OPERACT - and EOD-CUTOVER reopens   *
000120* it once the business date has moved on.  A supervisor may    *
000130* force it open for an emergency posting from MAIN-PROGRAM;    *
000140* the next step to start closes it again.  No file at all      *
000150* means open, so a new installation is not locked out before   *
000160* its first night.                                             *
000170*****************************************************************
000180     05  OL-ONLINE-STATE        PIC X(01).
000190         88  OL-IS-OPEN                 VALUE 'O'.
000200         88  OL-IS-CLOSED               VALUE 'C'.
000210     05  FILLER                 PIC X(01).
000220     05  OL-BUSINESS-DATE       PIC 9(08).
000230     05  FILLER                 PIC X(01).
000240     05  OL-CHANGED-TIME        PIC 9(08).
000250     05  FILLER                 PIC X(01).
000260     05  OL-CHANGED-BY          PIC X(12).
000270     05  FILLER                 PIC X(01).
000280     05  OL-CHANGE-REASON       PIC X(01).
000290         88  OL-CLOSED-BY-STREAM        VALUE 'S'.
000300         88  OL-OPENED-BY-CUTOVER       VALUE 'E'.
000310         88  OL-FORCED-OPEN             VALUE 'F'.
