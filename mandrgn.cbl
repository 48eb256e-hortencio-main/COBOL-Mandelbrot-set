        Record Key Is RG-Name
        File Status Is Region-Status.

    Select Rgnhist-File Assign To "MANDRGNH"
        Organization Is Line Sequential
        File Status Is Rgnhist-Status.

Data Division.
File Section.
FD  Sysin-File.
01  Region-Record.
    Copy rgnrec.

FD  Rgnhist-File.
01  Rgnhist-Record.
    Copy rgnhist.

Working-Storage Section.
01 Sysin-Status  PIC XX.
01 Region-Status PIC XX.
01 Rgnhist-Status PIC XX.

01 more-cards-flag PIC X Value "Y".
    88 no-more-cards Value "N".
01 list-eof-flag PIC X Value "N".
    88 end-of-list Value "Y".
01 Maint-Operator-Id PIC X(20).
01 hist-eof-flag PIC X Value "N".
    88 end-of-history Value "Y".
01 before-image.
    Copy rgnrec Replacing Leading ==RG== By ==BI==.
01 next-version  PIC 9(5) Value 0.

01 Max-Version-Entries PIC S9(5) COMP-5 VALUE 1000.
01 version-table.
    05 version-entry Occurs 1000 Times.
        10 VT-Name    PIC X(16).
        10 VT-Version PIC 9(5).
01 version-count    PIC S9(5) COMP-5 VALUE 0.
01 version-idx      PIC S9(5) COMP-5 VALUE 0.
01 version-overflow PIC S9(5) COMP-5 VALUE 0.
01 overflow-display PIC ZZZZ9.
01 lookup-name      PIC X(16).
01 lookup-version   PIC 9(5).

Procedure Division.
Main-Paragraph.
    Display "USER" Upon Environment-Name
    Accept Maint-Operator-Id From Environment-Value
    Perform Open-Region-File
    Perform Load-Version-Table
    Perform Open-History-File
    Open Input Sysin-File
    Perform Until no-more-cards
        Read Sysin-File
    End-Perform
    Close Sysin-File
    Close Region-File
    Close Rgnhist-File
    Display "MANDRGN: " card-count " card(s) processed, "
        error-count " error(s)" Upon Console
    If error-count > 0
            " has no region name" Upon Console
    Else
        Perform Move-Card-To-Record
        Move RM-Name To lookup-name
        Perform Find-Highest-Version
        Compute next-version = lookup-version + 1
        Move next-version To RG-Version
        Write Region-Record
            Invalid Key
                Add 1 To error-count
                Display "MANDRGN: region " RM-Name
                    " already exists, use UPDATE" Upon Console
            Not Invalid Key
                Display "MANDRGN: added " RM-Name
                    " version " RG-Version Upon Console
                Move Spaces To before-image
                Perform Write-History-Record
        End-Write
    End-If.

            Display "MANDRGN: region " RM-Name
                " not found for UPDATE" Upon Console
        Not Invalid Key
            Move Region-Record To before-image
            If RG-Version Not Numeric
                Move 0 To RG-Version
            End-If
            Move RM-Name To lookup-name
            Perform Find-Highest-Version
            If lookup-version < RG-Version
                Move RG-Version To lookup-version
            End-If
            Compute next-version = lookup-version + 1
            Perform Move-Card-To-Record
            Move next-version To RG-Version
            Rewrite Region-Record
                Invalid Key
                    Add 1 To error-count
                    Display "MANDRGN: unable to rewrite " RM-Name
                        Upon Console
                Not Invalid Key
                    Display "MANDRGN: updated " RM-Name
                        " to version " RG-Version Upon Console
                    Perform Write-History-Record
            End-Rewrite
    End-Read.

Delete-Region.
    Move RM-Name To RG-Name
    Read Region-File
        Invalid Key
            Add 1 To error-count
            Display "MANDRGN: region " RM-Name
                " not found for DELETE" Upon Console
        Not Invalid Key
            Move Region-Record To before-image
            Delete Region-File
                Invalid Key
                    Add 1 To error-count
                    Display "MANDRGN: unable to delete " RM-Name
                        Upon Console
                Not Invalid Key
                    Display "MANDRGN: deleted " RM-Name Upon Console
                    Move Spaces To Region-Record
                    Perform Write-History-Record
            End-Delete
    End-Read.

List-Regions.
    Move Low-Values To RG-Name
                " IMAG " RG-Imag-Min " " RG-Imag-Max
                " STEP " RG-Step-Size
                " ITER " RG-Max-Iter
                " VER " RG-Version
                " BY " RG-Added-By " ON " RG-Added-On
                Upon Console
    End-Read.
    Move RM-Max-Iter    To RG-Max-Iter
    Move Maint-Operator-Id          To RG-Added-By
    Move Function Current-Date(1:8) To RG-Added-On.

Open-History-File.
    Open Extend Rgnhist-File
    If Rgnhist-Status Not = "00"
        Open Output Rgnhist-File
    End-If
    If Rgnhist-Status Not = "00"
        Display "MANDRGN: unable to open region history, status "
            Rgnhist-Status Upon Console
        Close Region-File
        Move 12 To Return-Code
        Stop Run
    End-If.

Load-Version-Table.
    Move 0 To version-count
    Move 0 To version-overflow
    Open Input Rgnhist-File
    If Rgnhist-Status = "00"
        Move "N" To hist-eof-flag
        Perform Load-One-History-Record Until end-of-history
        Close Rgnhist-File
    End-If
    If version-overflow > 0
        Move version-overflow To overflow-display
        Display "MANDRGN: region history names more regions than the"
            " version table holds, " overflow-display
            " not tracked" Upon Console
    End-If.

Load-One-History-Record.
    Read Rgnhist-File
        At End
            Set end-of-history To True
        Not At End
            Move RH-Region-Name To lookup-name
            If RB-Version Numeric
                Move RB-Version To lookup-version
                Perform Note-Version
            End-If
            If RA-Version Numeric
                Move RA-Version To lookup-version
                Perform Note-Version
            End-If
    End-Read.

Note-Version.
    Perform Varying version-idx From 1 By 1
            Until version-idx > version-count
            Or VT-Name(version-idx) = lookup-name
        Continue
    End-Perform
    If version-idx > version-count
        If version-count < Max-Version-Entries
            Add 1 To version-count
            Move version-count To version-idx
            Move lookup-name To VT-Name(version-idx)
            Move 0 To VT-Version(version-idx)
        Else
            Add 1 To version-overflow
            Move 0 To version-idx
        End-If
    End-If
    If version-idx > 0
        If lookup-version > VT-Version(version-idx)
            Move lookup-version To VT-Version(version-idx)
        End-If
    End-If.

Find-Highest-Version.
    Move 0 To lookup-version
    Perform Varying version-idx From 1 By 1
            Until version-idx > version-count
        If VT-Name(version-idx) = lookup-name
            Move VT-Version(version-idx) To lookup-version
        End-If
    End-Perform.

Write-History-Record.
    Move Spaces To Rgnhist-Record
    Move Function Current-Date To RH-Timestamp
    Move Maint-Operator-Id     To RH-Operator-Id
    Move RM-Action             To RH-Action
    Move RM-Name               To RH-Region-Name
    Move before-image          To RH-Before-Image
    Move Region-Record         To RH-After-Image
    Write Rgnhist-Record
    If Rgnhist-Status Not = "00"
        Add 1 To error-count
        Display "MANDRGN: unable to write region history for "
            RM-Name ", status " Rgnhist-Status Upon Console
    End-If
    Move RM-Name To lookup-name
    If RG-Version Numeric
        Move RG-Version To lookup-version
        Perform Note-Version
    End-If.
