000900*    program's own 800-log-run paragraph, not by this program.
001000 environment division.
001100 configuration section.
001120     repository.
001140         function enter-environment.
001200 input-output section.
001300 file-control.
001400     select registry-file assign to "REGISTRY.DAT"
002700     01 ws-registry-status    pic x(02) value "00".
002800     01 ws-entry-count        pic 9(03) value 0.
002900 procedure division.
002950 display function enter-environment("registry-list").
003000 perform 100-init thru 100-exit.
003100 perform 200-list thru 200-exit.
003200 move 0 to return-code.
