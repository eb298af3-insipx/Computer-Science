*> Student-Holds.IDX, the registration-hold master.  COPY this
*> under an 01-level record name in any FD that describes that file
*> (Student-Holds-Maintain, Courses-Interact's hold check,
*> Student-Course-Lookup's inquiry display,
*> Student-Holds-Aging-Report, Advisee-List-Report, the 'AD'
*> hold's placement and release by Advising-Hold-Placement and
*> Advising-Sign-Off-Entry, and the 'BU' hold's by
*> Bursar-Hold-Aging), so the one true layout is maintained in one
*> place.
*>
*> SH-Key is the RECORD KEY: Student-Master-ID first, so all of a
*> student's holds sort together and the enrollment-time check is
