Identification Division.
Program-ID. MANDAUTM.

Environment Division.
Input-Output Section.
File-Control.
    Select Sysin-File Assign To "SYSIN"
        Organization Is Line Sequential
        File Status Is Sysin-Status.

    Select Auth-File Assign To "MANDAUTH"
        Organization Is Indexed
        Access Mode Is Dynamic
        Record Key Is AU-Requester-Id
        File Status Is Auth-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Sysin-Record.
    05 AM-Action PIC X(8).
        88 action-is-add    Value "ADD".
        88 action-is-update Value "UPDATE".
        88 action-is-delete Value "DELETE".
        88 action-is-list   Value "LIST".
    05 AM-Authority.
        Copy authrec Replacing ==05== By ==10==
                      Leading  ==AU== By ==AM==.

FD  Auth-File.
01  Auth-Record.
    Copy authrec.

Working-Storage Section.
01 Sysin-Status PIC XX.
01 Auth-Status  PIC XX.

01 more-cards-flag PIC X Value "Y".
    88 no-more-cards Value "N".
01 card-count    PIC 9(5) Value 0.
01 error-count   PIC 9(5) Value 0.
01 list-eof-flag PIC X Value "N".
    88 end-of-list Value "Y".
01 card-flag     PIC X Value "Y".
    88 card-is-valid Value "Y".
01 Maint-Operator-Id PIC X(20).

Procedure Division.
Main-Paragraph.
    Display "USER" Upon Environment-Name
    Accept Maint-Operator-Id From Environment-Value
    Perform Open-Auth-File
    Open Input Sysin-File
    Perform Until no-more-cards
        Read Sysin-File
            At End
                Set no-more-cards To True
            Not At End
                Add 1 To card-count
                Perform Apply-One-Card
        End-Read
    End-Perform
    Close Sysin-File
    Close Auth-File
    Display "MANDAUTM: " card-count " card(s) processed, "
        error-count " error(s)" Upon Console
    If error-count > 0
        Move 8 To Return-Code
    Else
        Move 0 To Return-Code
    End-If
    Stop Run.

Open-Auth-File.
    Open I-O Auth-File
    If Auth-Status = "35"
        Open Output Auth-File
        Close Auth-File
        Open I-O Auth-File
    End-If
    If Auth-Status Not = "00"
        Display "MANDAUTM: unable to open authorization file, status "
            Auth-Status Upon Console
        Move 12 To Return-Code
        Stop Run
    End-If.

Apply-One-Card.
    Evaluate True
        When action-is-add    Perform Add-Requester
        When action-is-update Perform Update-Requester
        When action-is-delete Perform Delete-Requester
        When action-is-list   Perform List-Requesters
        When Other
            Add 1 To error-count
            Display "MANDAUTM: unknown action " AM-Action
                " on card " card-count Upon Console
    End-Evaluate.

Add-Requester.
    Perform Validate-Card
    If card-is-valid
        Perform Move-Card-To-Record
        Move Function Current-Date(1:6) To AU-Usage-Month
        Move 0 To AU-Pixels-Used
        Move 0 To AU-Renders-Used
        Move 0 To AU-Rejects
        Write Auth-Record
            Invalid Key
                Add 1 To error-count
                Display "MANDAUTM: requester " AM-Requester-Id
                    " already exists, use UPDATE" Upon Console
            Not Invalid Key
                Display "MANDAUTM: added " AM-Requester-Id Upon Console
        End-Write
    End-If.

Update-Requester.
    Perform Validate-Card
    If card-is-valid
        Move AM-Requester-Id To AU-Requester-Id
        Read Auth-File
            Invalid Key
                Add 1 To error-count
                Display "MANDAUTM: requester " AM-Requester-Id
                    " not found for UPDATE" Upon Console
            Not Invalid Key
                Perform Move-Card-To-Record
                Rewrite Auth-Record
                    Invalid Key
                        Add 1 To error-count
                        Display "MANDAUTM: unable to rewrite "
                            AM-Requester-Id Upon Console
                    Not Invalid Key
                        Display "MANDAUTM: updated " AM-Requester-Id
                            Upon Console
                End-Rewrite
        End-Read
    End-If.

Delete-Requester.
    Move AM-Requester-Id To AU-Requester-Id
    Delete Auth-File
        Invalid Key
            Add 1 To error-count
            Display "MANDAUTM: requester " AM-Requester-Id
                " not found for DELETE" Upon Console
        Not Invalid Key
            Display "MANDAUTM: deleted " AM-Requester-Id Upon Console
    End-Delete.

List-Requesters.
    Move Low-Values To AU-Requester-Id
    Start Auth-File Key Not Less Than AU-Requester-Id
        Invalid Key
            Display "MANDAUTM: authorization file is empty" Upon Console
        Not Invalid Key
            Move "N" To list-eof-flag
            Perform List-One-Requester Until end-of-list
    End-Start.

List-One-Requester.
    Read Auth-File Next
        At End
            Set end-of-list To True
        Not At End
            Display AU-Requester-Id
                " PRIORITY " AU-Top-Priority
                " ITER " AU-Max-Iter
                " PIXELS " AU-Max-Pixels
                " AA " AU-AA-Allowed
                " HP " AU-HP-Allowed
                " BUDGET " AU-Monthly-Budget
                " USED " AU-Pixels-Used " IN " AU-Usage-Month
                " BY " AU-Added-By " ON " AU-Added-On
                Upon Console
    End-Read.

Validate-Card.
    Set card-is-valid To True
    If AM-AA-Allowed = Space
        Move "N" To AM-AA-Allowed
    End-If
    If AM-HP-Allowed = Space
        Move "N" To AM-HP-Allowed
    End-If
    Evaluate True
        When AM-Requester-Id = Spaces
            Move "N" To card-flag
            Display "MANDAUTM: " AM-Action " card " card-count
                " has no requester id" Upon Console
        When AM-Top-Priority Not Numeric
            Move "N" To card-flag
            Display "MANDAUTM: " AM-Action " card " card-count
                " highest priority must be 0 to 9" Upon Console
        When AM-Max-Iter Not Numeric
        Or AM-Max-Iter = 0 Or AM-Max-Iter > 998
            Move "N" To card-flag
            Display "MANDAUTM: " AM-Action " card " card-count
                " max iterations must be 001 to 998" Upon Console
        When AM-Max-Pixels Not Numeric Or AM-Max-Pixels = 0
            Move "N" To card-flag
            Display "MANDAUTM: " AM-Action " card " card-count
                " max frame pixels must be numeric and not zero"
                Upon Console
        When AM-AA-Allowed Not = "Y" And AM-AA-Allowed Not = "N"
            Move "N" To card-flag
            Display "MANDAUTM: " AM-Action " card " card-count
                " AA allowed must be Y or N" Upon Console
        When AM-HP-Allowed Not = "Y" And AM-HP-Allowed Not = "N"
            Move "N" To card-flag
            Display "MANDAUTM: " AM-Action " card " card-count
                " high precision allowed must be Y or N" Upon Console
        When AM-Monthly-Budget Not Numeric
            Move "N" To card-flag
            Display "MANDAUTM: " AM-Action " card " card-count
                " monthly pixel budget must be numeric" Upon Console
    End-Evaluate
    If Not card-is-valid
        Add 1 To error-count
    End-If.

Move-Card-To-Record.
    Move AM-Requester-Id   To AU-Requester-Id
    Move AM-Top-Priority   To AU-Top-Priority
    Move AM-Max-Iter       To AU-Max-Iter
    Move AM-Max-Pixels     To AU-Max-Pixels
    Move AM-AA-Allowed     To AU-AA-Allowed
    Move AM-HP-Allowed     To AU-HP-Allowed
    Move AM-Monthly-Budget To AU-Monthly-Budget
    Move Maint-Operator-Id          To AU-Added-By
    Move Function Current-Date(1:8) To AU-Added-On.
