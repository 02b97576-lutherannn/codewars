000400*    STUDENT (OR ONE EXEMPTION ROW), IN ASCENDING STUDENT-ID   *
000500*    ORDER SO THE WEEKLY COMPLIANCE CHECK CAN WALK IT BESIDE   *
000600*    THE TERM-ENROLLMENT FILE.                                 *
000620*    IM-SOURCE-CODE IS R ON A DOSE POSTED FROM THE STATE       *
000640*    REGISTRY'S RESPONSE (SPACE WHEN THE NURSE KEYED IT), AND  *
000660*    IM-REPORTED-SW IS Y ONCE THE DOSE HAS GONE OUT TO THE     *
000680*    REGISTRY, SO NO DOSE IS REPORTED TWICE.                   *
000700*--------------------------------------------------------------*
000800 01  IMMUNIZATION-RECORD.
000900     05  IM-STUDENT-ID              PIC X(09).
001100     05  IM-DOSE-DATE               PIC 9(08).
001200     05  IM-EXEMPT-FLAG             PIC X(01).
001300         88  IM-EXEMPT                  VALUE "Y".
001320     05  IM-SOURCE-CODE             PIC X(01).
001340         88  IM-FROM-REGISTRY           VALUE "R".
001360     05  IM-REPORTED-SW             PIC X(01).
001380         88  IM-REPORTED                VALUE "Y".
001400     05  FILLER                     PIC X(06).
