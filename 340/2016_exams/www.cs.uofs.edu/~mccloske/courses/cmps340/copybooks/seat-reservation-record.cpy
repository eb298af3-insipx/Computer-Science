*>-----------------------------------------------------------------
*> SEAT-RESERVATION-RECORD -- shared record layout for
*> Seat-Reservations.IDX, the seats a section holds back for one
*> registration class level.  COPY this under an 01-level record
*> name in any FD that describes that file (Seat-Reservations-
*> Maintain, which builds it; Courses-Interact and
*> Waitlist-Promotion, which enforce it; and
*> Seat-Availability-Report, which reports it), so the one true
*> layout is maintained in one place.
*>
*> One record per held class level of a section in a term.  SR-Key
*> (term, section, level) is the RECORD KEY, so a section's holds
*> are one prefix scan.  SR-Class-Level takes the same values as
*> Student-Class-Level in student-record.cpy.
*>
*> SR-Seats-Held seats of Course-Capacity are kept for students of
*> that level until SR-Release-Date: before it, the seats the level
*> has not yet filled are unavailable to everyone else; on and
*> after it, they are ordinary open seats with no action needed.
*>-----------------------------------------------------------------
   02 SR-Key.
      03 SR-Term               PIC X(5).
      03 SR-Course-ID          PIC X(9).
      03 SR-Class-Level        PIC X(2).
   02 SR-Seats-Held            PIC 9(4).
   02 SR-Release-Date          PIC 9(8).
   02 SR-Date-Reserved         PIC 9(8).
