           02 VR-IDNUM PIC 9(9).
           02 VR-FNAME PIC A(10).
           02 VR-LNAME PIC A(10).
           02 VR-REST PIC X(101).

       FD WorkFile.
       01  WorkRecord PIC X(200).
