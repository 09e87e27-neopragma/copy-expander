000580* copybook pages on-call once, not sixty times.                   CPYPRM
000590     05  PRM-NO-ALERT-SW         PIC X(01).                       CPYPRM
000600         88  PRM-CALLER-ALERTS   VALUE 'Y'.                       CPYPRM
000610* Delivered deck (2026-10, returned): the engine sets this to     CPYPRM  
000620* the name of the deck it delivered on a clean write, spaces      CPYPRM  
000630* on a dry run, an incremental skip or an abort.  The deck it     CPYPRM  
000640* replaced is kept beside it as <deck>.OLD (provenance as         CPYPRM  
000650* <deck>.PRV.OLD) for the sweep's change journal.                 CPYPRM  
000660     05  PRM-DELIVERED-FILE      PIC X(80).                       CPYPRM  
000670* Caller's function (2026-10): the front-end function the         CPYPRM  
000680* caller was authorized for when it is not the engine's own -     CPYPRM  
000690* SWEEP from CPYDRVR.  The engine stamps it into the              CPYPRM  
000700* accounting record (cols 66-73) so access reviews credit the     CPYPRM  
000710* grant actually exercised.  Spaces = PRM-FUNCTION itself.        CPYPRM  
000720     05  PRM-CALLER-FUNCTION     PIC X(08).                       CPYPRM  
