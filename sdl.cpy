       01 sdl-scancode-h               pic 9(9) comp-5 value 11.
       01 sdl-scancode-k               pic 9(9) comp-5 value 14.
       01 sdl-scancode-2               pic 9(9) comp-5 value 31.
       01 sdl-scancode-t               pic 9(9) comp-5 value 23.
       01 sdl-scancode-g               pic 9(9) comp-5 value 10.

       01 sdl-event-buffer             pic x(56).
       01 sdl-event-type               redefines sdl-event-buffer
