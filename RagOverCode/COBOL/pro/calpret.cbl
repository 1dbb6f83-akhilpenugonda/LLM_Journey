000280*                  (LRECL 69 TO 82 - SEE AUDTCNV2)               *
000290* 09/01/2026  RLH  CARRY THE NEW RUN-ID FIELD ON THE AUDIT       *
000300*                  RECORD (LRECL 82 TO 96 - SEE AUDTCNV3)        *
000301* 10/15/2026  RLH  CHGLOG LRECL 62 TO 102 FOR THE APPROVED       *
000302*                  CHANGE TICKET AND PARAMETER NAME - KEEP AND   *
000303*                  ARCHIVE COPIES FOLLOW (SEE CHGLGCN2)          *
000304* 10/15/2026  RLH  AUDIT LRECL 96 TO 100 FOR THE DANGLING        *
000305*                  TABLE REFERENCE COUNT - KEEP AND ARCHIVE      *
000306*                  COPIES FOLLOW (SEE AUDTCNV4)                  *
000310******************************************************************
000320
000330 ENVIRONMENT DIVISION.
000770     05  FILLER                 PIC X(63).
000780
000790 FD  AUDITF
000800         RECORD CONTAINS 100 CHARACTERS
000810         LABEL RECORDS ARE OMITTED
000820         DATA RECORD IS AUDIT-REC.
000830 01  AUDIT-REC.
000940     05  AUD-ENDTIM             PIC 9(08).
000950     05  AUD-ELAPSD             PIC 9(05).
000960     05  AUD-RUNID              PIC 9(14).
000961     05  AUD-DANGLE             PIC 9(04).
000970
000980 FD  AUDKEEP
000990         RECORD CONTAINS 100 CHARACTERS
001000         LABEL RECORDS ARE OMITTED
001010         DATA RECORD IS AUDKEEP-REC.
001020 01  AUDKEEP-REC                PIC X(100).
001030
001040 FD  AUDARCH
001050         RECORD CONTAINS 100 CHARACTERS
001060         LABEL RECORDS ARE OMITTED
001070         DATA RECORD IS AUDARCH-REC.
001080 01  AUDARCH-REC                PIC X(100).
001090
001100 FD  CHGLOG
001110         RECORD CONTAINS 102 CHARACTERS
001120         DATA RECORD IS CHGLOG-REC.
001130 01  CHGLOG-REC.
001140     05  CG-KEY.
001180         10  CG-SEQ             PIC 9(03).
001190     05  CG-TBLNAME             PIC X(18).
001200     05  CG-FLAG                PIC X(07).
001201     05  CG-TICKET              PIC X(10).
001202     05  CG-PARMNM              PIC X(30).
001210
001220 FD  CHGKEEP
001230         RECORD CONTAINS 102 CHARACTERS
001240         LABEL RECORDS ARE OMITTED
001250         DATA RECORD IS CHGKEEP-REC.
001260 01  CHGKEEP-REC                PIC X(102).
001270
001280 FD  CHGARCH
001290         RECORD CONTAINS 102 CHARACTERS
001300         LABEL RECORDS ARE OMITTED
001310         DATA RECORD IS CHGARCH-REC.
001320 01  CHGARCH-REC                PIC X(102).
001330
001340 WORKING-STORAGE SECTION.
001350******************************************************************
