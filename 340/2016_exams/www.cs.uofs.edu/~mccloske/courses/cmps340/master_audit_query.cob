AUTHOR.  R. McCloskey.
INSTALLATION.  University of Scranton.
DATE-WRITTEN.  Sep. 2, 2026.
*>             modified Oct. 15, 2026 for the student master's wider
*>             images (the declared major and minor on the end), and
*>             to show the programs declared on a 'P' entry
*>             modified Oct. 15, 2026 for the wider images again
*>             (the FERPA confidentiality flag and request date),
*>             and to show the flag set or released on an 'F' entry
*>***************************************************************
*> Program Abstract:
*>    Students-Maintain, Instructors-Maintain, and
    02 SA-Student-ID     PIC X(9).
    02 SA-Date           PIC 9(8).
    02 SA-Time           PIC 9(8).
    02 SA-Before-Image   PIC X(203).
    02 SA-After-Image    PIC X(203).

*> Same record layout Instructors-Maintain writes.
FD  Instructor-Audit-File.
    02 SIV-Status  PIC X.
    02 SIV-Level   PIC X(2).

*> The declared programs at the end of a student image, for the
*> text of a 'P' (program declaration) entry.
01  Student-Program-Text.
    02 FILLER      PIC X(15)  VALUE 'Program: major '.
    02 SPT-Major   PIC X(6).
    02 FILLER      PIC X(7)   VALUE ' minor '.
    02 SPT-Minor   PIC X(6).

*> The confidentiality flag and request date at the end of a student
*> image, for the text of an 'F' (confidentiality) entry.
01  Student-Confidential-Text.
    02 FILLER      PIC X(14)  VALUE 'Confidential: '.
    02 SCT-Flag    PIC X.
    02 FILLER      PIC X(12)  VALUE ' requested '.
    02 SCT-Date    PIC X(8).

01  Instructor-Image-View.
    02 IIV-ID      PIC X(6).
    02 IIV-Name    PIC X(24).
    MOVE SA-Time       TO MQE-Time
    MOVE SA-Trans-Type TO MQE-Type
    MOVE SPACES        TO MQE-Text
    IF SA-Trans-Type = 'P'
       MOVE SA-After-Image (183:6) TO SPT-Major
       MOVE SA-After-Image (189:6) TO SPT-Minor
       MOVE Student-Program-Text   TO MQE-Text
    END-IF
    IF SA-Trans-Type = 'F'
       MOVE SA-After-Image (195:1) TO SCT-Flag
       MOVE SA-After-Image (196:8) TO SCT-Date
       MOVE Student-Confidential-Text TO MQE-Text
    END-IF
    PERFORM Write-MQ-Entry-Line
    IF SA-Before-Image NOT = SPACES
       MOVE SA-Before-Image (1:36) TO Student-Image-View
