002370*                   UNOPENED FILE'S RECORD AREA IS NOT RELIABLY
002380*                   ADDRESSABLE STORAGE ON THE TARGETS THESE
002390*                   PROGRAMS DECLARE.
002392*  2026-10-15  RLM  WIDENED THE ARCHIVE RECORD AREA AND THE
002394*                   WORKING-STORAGE AUDIT COPY TO THE NEW AUDIT
002396*                   RECORD LENGTH (OPERATOR USER ID ON THE
002398*                   CKPTUTIL RESET RECORD).
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
005000 FD  ARCH-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  ARCH-RECORD                    PIC X(158).
005400
005500 FD  AUDIT-FILE
005600     RECORDING MODE IS F
015716     05  WS-AUD-EXTRACT-FLAG        PIC X(01).
015717     05  WS-AUD-HELD-CNT            PIC 9(07).
015718     05  WS-AUD-REL-CNT             PIC 9(07).
015719     05  WS-AUD-USER-ID             PIC X(08).
015720
015800*****************************************************************
015900*  PRINT-IMAGE LINES
016000*****************************************************************
