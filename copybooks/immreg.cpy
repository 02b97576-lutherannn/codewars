000100*--------------------------------------------------------------*
000200*    IMMREG.CPY                                                 *
000300*    120-BYTE RECORD EXCHANGED WITH THE STATE IMMUNIZATION     *
000400*    REGISTRY, WITH A VIEW FOR EACH RECORD TYPE: HDR FILE      *
000500*    HEADER, QRY PATIENT QUERY, VXU DOSE REPORT, RSP DOSE      *
000600*    RESPONSE, NRF PATIENT NOT FOUND, TRL FILE TRAILER.        *
000700*    IMMREGQ WRITES THE QUERY AND DOSE-REPORT FILE; THE        *
000800*    REGISTRY ANSWERS EACH QUERY WITH ONE RSP ROW PER DOSE IT  *
000900*    HOLDS (OR ONE NRF ROW), WHICH IMMREGI MATCHES BACK BY     *
001000*    NAME AND BIRTH DATE.  THE REGISTRY USES THE DISTRICT'S    *
001100*    VACCINE CODES.  DATES ARE CCYYMMDD.                       *
001200*--------------------------------------------------------------*
001300 01  IMM-REGISTRY-RECORD.
001400     05  XR-RECORD-TYPE             PIC X(03).
001500         88  XR-HEADER                  VALUE "HDR".
001600         88  XR-QUERY                   VALUE "QRY".
001700         88  XR-DOSE-REPORT             VALUE "VXU".
001800         88  XR-RESPONSE                VALUE "RSP".
001900         88  XR-NOT-FOUND               VALUE "NRF".
002000         88  XR-TRAILER                 VALUE "TRL".
002100     05  XR-RECORD-BODY             PIC X(117).
002200 01  IMM-REGISTRY-HEADER REDEFINES IMM-REGISTRY-RECORD.
002300     05  FILLER                     PIC X(03).
002400     05  XR-HD-SENDER-ID            PIC X(10).
002500     05  XR-HD-RECEIVER-ID          PIC X(10).
002600     05  XR-HD-FILE-DATE            PIC 9(08).
002700     05  FILLER                     PIC X(89).
002800 01  IMM-REGISTRY-QUERY REDEFINES IMM-REGISTRY-RECORD.
002900     05  FILLER                     PIC X(03).
003000     05  XR-QY-STUDENT-ID           PIC X(09).
003100     05  XR-QY-PATIENT-NAME         PIC X(30).
003200     05  XR-QY-BIRTH-DATE           PIC 9(08).
003300     05  XR-QY-GUARDIAN-NAME        PIC X(30).
003400     05  XR-QY-CITY-ST-ZIP          PIC X(30).
003500     05  FILLER                     PIC X(10).
003600 01  IMM-REGISTRY-DOSE REDEFINES IMM-REGISTRY-RECORD.
003700     05  FILLER                     PIC X(03).
003800     05  XR-VX-STUDENT-ID           PIC X(09).
003900     05  XR-VX-PATIENT-NAME         PIC X(30).
004000     05  XR-VX-BIRTH-DATE           PIC 9(08).
004100     05  XR-VX-VACCINE-CODE         PIC X(04).
004200     05  XR-VX-DOSE-DATE            PIC 9(08).
004300     05  FILLER                     PIC X(58).
004400 01  IMM-REGISTRY-RESPONSE REDEFINES IMM-REGISTRY-RECORD.
004500     05  FILLER                     PIC X(03).
004600     05  XR-RS-PATIENT-NAME         PIC X(30).
004700     05  XR-RS-BIRTH-DATE           PIC 9(08).
004800     05  XR-RS-VACCINE-CODE         PIC X(04).
004900     05  XR-RS-DOSE-DATE            PIC 9(08).
005000     05  XR-RS-REGISTRY-ID          PIC X(15).
005100     05  FILLER                     PIC X(52).
005200 01  IMM-REGISTRY-TRAILER REDEFINES IMM-REGISTRY-RECORD.
005300     05  FILLER                     PIC X(03).
005400     05  XR-TR-RECORD-COUNT         PIC 9(07).
005500     05  FILLER                     PIC X(110).
