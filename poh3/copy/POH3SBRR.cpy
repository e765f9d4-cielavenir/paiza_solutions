000100*--------------------------------------------------------------
000200* POH3SBRR - ONE ENTRY ON THE POH3SBR SUBMISSION REGISTER.  THE
000300* DATE A DEPARTMENT SUBMITTED A LOOKUP IS ONLY EVER ON ITS OWN
000400* TRANSMISSION HEADER, AND THE INTAKE DATASETS ARE REPLACED
000500* EVERY DAY, SO EACH DETAIL ACCEPTED FOR PROCESSING IS APPENDED
000600* HERE WITH THE HEADER DATE IT ARRIVED UNDER.  THE REGISTER IS
000700* WHAT THE TURNAROUND OF A REFERENCE IS MEASURED FROM.  THE
000800* INTAKE DATE IS THE RUN DATE OF THE JOB THAT ACCEPTED IT, AND
000900* THE PROGRAM NAMES THAT JOB.
001000*--------------------------------------------------------------
001100 01  POH3-SBR-RECORD.
001200     05  POH3-SBR-REQUESTER      PIC X(04).
001300     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  POH3-SBR-REFERENCE      PIC X(08).
001500     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  POH3-SBR-N              PIC X(06).
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  POH3-SBR-SUBMIT-DATE    PIC 9(08).
001900     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  POH3-SBR-INTAKE-DATE    PIC 9(08).
002100     05  FILLER                  PIC X(01) VALUE SPACE.
002200     05  POH3-SBR-PROGRAM        PIC X(08).
