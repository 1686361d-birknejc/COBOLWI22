000060* SECTION ROSTER / OVER-ENROLLMENT RUN (CBLJCB18) TO PUT AN     *
000070* INSTRUCTOR NAME ON EACH ROSTER AND FLAG ANY SECTION ENROLLED  *
000080* PAST ITS SEATS.                                               *
000082* THE MEETING SCHEDULE GIVES THE DAYS THE SECTION MEETS, ONE    *
000083* POSITION PER DAY (M T W R F S U, MONDAY THROUGH SUNDAY, SPACE *
000084* WHEN THE SECTION DOES NOT MEET THAT DAY), ITS START AND END   *
000085* TIMES ON A 24-HOUR HHMM CLOCK, AND THE BUILDING AND ROOM.  A  *
000086* SECTION WITH NO MEETING DAYS (ARRANGED / ONLINE) CARRIES ZERO *
000087* TIMES AND IS LEFT OUT OF THE SCHEDULE-CONFLICT RUN            *
000088* (CBLJCB33); A BLANK ROOM IS LEFT OUT OF THE ROOM              *
000089* DOUBLE-BOOKING CHECK.                                         *
000090*****************************************************************
000100 01  SEC-REC.
000110     05  SEC-KEY.
000130         10  SEC-SECTION     PIC X(3).
000140     05  SEC-INSTRUCTOR  PIC X(20).
000150     05  SEC-CAPACITY    PIC 9(3).
000160     05  SEC-MEETING-DAYS.
000170         10  SEC-MEET-DAY    OCCURS 7 TIMES
000180                             PIC X.
000190     05  SEC-START-TIME  PIC 9(4).
000200     05  SEC-END-TIME    PIC 9(4).
000210     05  SEC-LOCATION.
000220         10  SEC-BUILDING    PIC X(4).
000230         10  SEC-ROOM        PIC X(5).
