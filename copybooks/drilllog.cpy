000100*--------------------------------------------------------------*
000200*    DRILLLOG.CPY                                               *
000300*    EMERGENCY DRILL LOG.  ONE ROW PER DRILL HELD AT A CAMPUS, *
000400*    KEYED FROM THE PRINCIPAL'S DRILL SHEET: THE DATE AND      *
000500*    START TIME, THE DRILL TYPE (AS ON THE DRILL REQUIREMENT), *
000600*    THE TIME TAKEN TO CLEAR THE BUILDING AS MINUTES AND       *
000700*    SECONDS (ZERO FOR A DRILL THAT DOES NOT EVACUATE), AND    *
000800*    THE STAFF MEMBER WHO LED IT.                              *
000900*--------------------------------------------------------------*
001000 01  DRILL-LOG-RECORD.
001100     05  DG-CAMPUS-CODE             PIC X(03).
001200     05  DG-DRILL-DATE              PIC 9(08).
001300     05  DG-DRILL-TIME              PIC 9(04).
001400     05  DG-DRILL-TYPE              PIC X(01).
001500         88  DG-FIRE                    VALUE "F".
001600         88  DG-LOCKDOWN                VALUE "L".
001700         88  DG-SEVERE-WEATHER          VALUE "W".
001800     05  DG-EVAC-TIME.
001900         10  DG-EVAC-MIN            PIC 9(02).
002000         10  DG-EVAC-SEC            PIC 9(02).
002100     05  DG-LED-BY                  PIC X(09).
002200     05  FILLER                     PIC X(11).
